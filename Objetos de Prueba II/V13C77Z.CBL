      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C77Z                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: PARTIDAS DE EXCEPCION DE LOS CONTROLES           *
      *               NOCTURNOS (V1DT154).  LISTA LAS PARTIDAS POR     *
      *               ESTADO, PROGRAMA DE CONTROL Y RESPONSABLE, LAS   *
      *               MAS ANTIGUAS PRIMERO, Y PERMITE:                 *
      *                 A  ASIGNAR LA PARTIDA A OTRO RESPONSABLE       *
      *                 C  COMENTAR (TAMBIEN UNA PARTIDA RESUELTA)     *
      *                 R  RESOLVER, CON MOTIVO Y TEXTO                *
      *                 V  VER LA CLAVE Y LOS ULTIMOS COMENTARIOS      *
      *               CADA ACCION DEJA SU LINEA EN LA BITACORA         *
      *               V1DT155.  UNA PARTIDA RESUELTA QUE EL CONTROL    *
      *               VUELVE A ENCONTRAR LA REABRE LA RUTINA V19C065   *
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
       PROGRAM-ID.   V13C77Z.
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
           05  WS-HOR-HOY                  PIC X(06)   VALUE SPACES.
           05  WS-NUM-PARTIDA-ALFA         PIC X(09)   VALUE SPACES.
           05  WS-NUM-PARTIDA-NUM REDEFINES WS-NUM-PARTIDA-ALFA
                                           PIC 9(09).
           05  WS-NUM-PARTIDA-ED           PIC Z(08)9  VALUE ZEROES.
           05  WS-CANT-REAP-ED             PIC ZZ9     VALUE ZEROES.
           05  WS-CANT-DETEC-ED            PIC ZZZZ9   VALUE ZEROES.
           05  WS-LINEA                    PIC X(78)   VALUE SPACES.
      *    RANGOS DEL FILTRO: EN BLANCO TOMA TODOS LOS VALORES
           05  WS-PRG-DESDE                PIC X(08)   VALUE SPACES.
           05  WS-PRG-HASTA                PIC X(08)   VALUE SPACES.
           05  WS-RES-DESDE                PIC X(08)   VALUE SPACES.
           05  WS-RES-HASTA                PIC X(08)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-ASIGNA                 VALUE 'A'.
               88  SW-88-ACCION-COMENTA                VALUE 'C'.
               88  SW-88-ACCION-RESUELVE               VALUE 'R'.
               88  SW-88-ACCION-VER                    VALUE 'V'.
      *    MOTIVOS DE RESOLUCION
           05  SW-MOTIVO                   PIC X(02).
               88  SW-88-MOTIVO-VALIDO                 VALUE 'CO'
                                                             'FP'
                                                             'AC'
                                                             'DU'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C77Z'.
           05  CT-MAX-FILAS                PIC 9(02)   VALUE 12.
           05  CT-MAX-COMENTARIOS          PIC 9(02)   VALUE 04.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-BORRA                    PIC X(02)   VALUE '99'.
           05  CT-EST-ABIERTA              PIC X(01)   VALUE 'A'.
           05  CT-EST-RESUELTA             PIC X(01)   VALUE 'R'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-REGISTROS                PIC 9(03)   VALUE ZEROES.
           05  CN-COMENTARIOS              PIC 9(03)   VALUE ZEROES.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-SIN-PARTIDAS             PIC X(07)   VALUE 'V1E0272'.
           05  ME-PARTIDA-REQUERIDA        PIC X(07)   VALUE 'V1E0273'.
           05  ME-PARTIDA-NO-EXISTE        PIC X(07)   VALUE 'V1E0274'.
           05  ME-PARTIDA-RESUELTA         PIC X(07)   VALUE 'V1E0275'.
           05  ME-RESPONSABLE-REQUERIDO    PIC X(07)   VALUE 'V1E0276'.
           05  ME-TEXTO-REQUERIDO          PIC X(07)   VALUE 'V1E0277'.
           05  ME-MOTIVO-INVALIDO          PIC X(07)   VALUE 'V1E0278'.
           05  ME-ESTADO-INVALIDO          PIC X(07)   VALUE 'V1E0279'.
           05  ME-PARTIDA-ACTUALIZADA      PIC X(07)   VALUE 'V1A0562'.
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
      *************** PARTIDAS DE EXCEPCION Y SUS COMENTARIOS **********
           EXEC SQL
               INCLUDE V1GT154
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT155
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
           EXEC SQL
               DECLARE V13C77Z-V1DC77Z1
               CURSOR FOR
               SELECT NUM_PARTIDA,
                      COD_PROGRAMA,
                      COD_RESPONSABLE,
                      FEC_ALTA,
                      FEC_ULT_DETECCION,
                      CANT_REAPERTURAS,
                      TXT_DESCRIPCION
               FROM V1DT154
               WHERE EST_PARTIDA = :EST-PARTIDA-PEX
                 AND COD_PROGRAMA BETWEEN :WS-PRG-DESDE
                                      AND :WS-PRG-HASTA
                 AND COD_RESPONSABLE BETWEEN :WS-RES-DESDE
                                         AND :WS-RES-HASTA
               ORDER BY FEC_ALTA, NUM_PARTIDA
           END-EXEC
      *
           EXEC SQL
               DECLARE V13C77Z-V1DC77Z2
               CURSOR FOR
               SELECT COD_USUARIO,
                      FEC_COMENTARIO,
                      TXT_COMENTARIO
               FROM V1DT155
               WHERE NUM_PARTIDA = :NUM-PARTIDA-CPE
               ORDER BY NUM_COMENTARIO DESC
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
       COPY V1ND77Z.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND77ZI.
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
           SET ADDRESS OF V1ND77ZI         TO CAA-PTR-COPYIN
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
      *  EL ERROR, Y EL INTENTO QUEDA EN LA BITACORA V1DT033           *
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
      *   - AL ENTRAR SE MUESTRAN TODAS LAS PARTIDAS ABIERTAS; CON EL  *
      *     FILTRO SE ACOTA POR PROGRAMA, RESPONSABLE O SE VEN LAS     *
      *     RESUELTAS                                                  *
      ******************************************************************
       2100-ESTADO-INICIO.
      *
           INITIALIZE V1ND77ZI
      *
           MOVE CT-EST-ABIERTA             TO ESTSELI
      *
           PERFORM REFRESCAR-LISTA
      *
           IF  CN-REGISTROS EQUAL ZEROES
               MOVE ME-SIN-PARTIDAS        TO CAA-COD-ERROR
           END-IF
      *
           SET CAA-88-ESTADO-CONTIN        TO TRUE
           SET CAA-88-ACCION-TERMINAL      TO TRUE
           MOVE -1                         TO ESTSELL
      *
           .
       2100-ESTADO-INICIO-EXIT.
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
                   MOVE -1                     TO ESTSELL
                   PERFORM REINPUT
           END-EVALUATE
      *
           IF  ESTSELI EQUAL SPACES OR LOW-VALUES
               MOVE CT-EST-ABIERTA         TO ESTSELI
           END-IF
      *
           IF  ESTSELI NOT EQUAL CT-EST-ABIERTA
           AND ESTSELI NOT EQUAL CT-EST-RESUELTA
               MOVE ME-ESTADO-INVALIDO     TO CAA-COD-ERROR
               MOVE -1                     TO ESTSELL
               PERFORM REINPUT
           END-IF
      *
      *    SIN ACCION SOLO SE REFRESCA LA LISTA CON EL FILTRO PEDIDO
      *
           IF  ACCIONI EQUAL SPACES OR LOW-VALUES
               PERFORM REFRESCAR-LISTA
               IF  CN-REGISTROS EQUAL ZEROES
                   MOVE ME-SIN-PARTIDAS    TO CAA-COD-ERROR
               END-IF
               MOVE -1                     TO ESTSELL
               PERFORM REINPUT
           END-IF
      *
           MOVE ACCIONI                    TO SW-ACCION
      *
           IF  NOT (SW-88-ACCION-ASIGNA   OR SW-88-ACCION-COMENTA OR
                    SW-88-ACCION-RESUELVE OR SW-88-ACCION-VER)
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           MOVE NUMPARI                    TO WS-NUM-PARTIDA-ALFA
           INSPECT WS-NUM-PARTIDA-ALFA REPLACING LEADING SPACES
                                                  BY ZEROES
      *
           IF  WS-NUM-PARTIDA-ALFA NOT NUMERIC
            OR WS-NUM-PARTIDA-NUM EQUAL ZEROES
               MOVE ME-PARTIDA-REQUERIDA   TO CAA-COD-ERROR
               MOVE -1                     TO NUMPARL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-NUM-PARTIDA-NUM         TO NUM-PARTIDA-PEX
      *
           PERFORM 2300-LEER-PARTIDA
              THRU 2300-LEER-PARTIDA-EXIT
      *
           IF  NOT SW-88-ACCION-VER
               PERFORM 2400-APLICAR-ACCION
                  THRU 2400-APLICAR-ACCION-EXIT
               MOVE ME-PARTIDA-ACTUALIZADA TO CAA-COD-AVISO1
               PERFORM 2300-LEER-PARTIDA
                  THRU 2300-LEER-PARTIDA-EXIT
           END-IF
      *
           PERFORM MOSTRAR-DETALLE
      *
           PERFORM REFRESCAR-LISTA
      *
           MOVE SPACES                     TO ACCIONI
                                              RESPONI
                                              MOTIVOI
                                              TEXTOI
           MOVE -1                         TO ACCIONL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2300-LEER-PARTIDA
      *  RECUPERA LA PARTIDA PEDIDA CON LOS DATOS DEL DETALLE          *
      ******************************************************************
       2300-LEER-PARTIDA.
      *
           MOVE 'V1DT154'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT COD_PROGRAMA,
                      CLAVE_EXCEPCION,
                      COD_RESPONSABLE,
                      EST_PARTIDA,
                      CANT_DETECCIONES,
                      CANT_REAPERTURAS
               INTO  :COD-PROGRAMA-PEX,
                     :CLAVE-EXCEPCION-PEX,
                     :COD-RESPONSABLE-PEX,
                     :EST-PARTIDA-PEX,
                     :CANT-DETECCIONES-PEX,
                     :CANT-REAPERTURAS-PEX
               FROM V1DT154
               WHERE NUM_PARTIDA = :NUM-PARTIDA-PEX
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-PARTIDA-NO-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO NUMPARL
                   PERFORM REINPUT

               WHEN OTHER
                   INITIALIZE QGECABC
                   MOVE WS-TABLA           TO ABC-OBJETO-ERROR
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2300-LEER-PARTIDA-EXIT.
           EXIT.
      ******************************************************************
      * 2400-APLICAR-ACCION
      *  - A: PASA LA PARTIDA ABIERTA AL RESPONSABLE INDICADO          *
      *  - C: SOLO AGREGA EL COMENTARIO                                *
      *  - R: RESUELVE LA PARTIDA ABIERTA CON UNO DE LOS MOTIVOS:      *
      *       CO CORREGIDA EN ORIGEN       FP NO ERA EXCEPCION         *
      *       AC ACEPTADA (SE ASUME)       DU DUPLICA OTRA PARTIDA     *
      *  TODAS DEJAN SU LINEA EN LA BITACORA V1DT155                   *
      ******************************************************************
       2400-APLICAR-ACCION.
      *
           IF  NOT SW-88-ACCION-COMENTA
           AND EST-PARTIDA-PEX EQUAL CT-EST-RESUELTA
               MOVE ME-PARTIDA-RESUELTA    TO CAA-COD-ERROR
               MOVE -1                     TO NUMPARL
               PERFORM REINPUT
           END-IF
      *
           MOVE SPACES                     TO TXT-COMENTARIO-CPE
      *
           EVALUATE TRUE
               WHEN SW-88-ACCION-ASIGNA
                   IF  RESPONI EQUAL SPACES OR LOW-VALUES
                       MOVE ME-RESPONSABLE-REQUERIDO
                                           TO CAA-COD-ERROR
                       MOVE -1             TO RESPONL
                       PERFORM REINPUT
                   END-IF
                   MOVE RESPONI            TO COD-RESPONSABLE-PEX
                   PERFORM 2500-ASIGNAR-PARTIDA
                      THRU 2500-ASIGNAR-PARTIDA-EXIT
                   STRING 'ASIGNADA A '    DELIMITED BY SIZE
                          RESPONI          DELIMITED BY SIZE
                          ' '              DELIMITED BY SIZE
                          TEXTOI           DELIMITED BY SIZE
                          INTO TXT-COMENTARIO-CPE
                   END-STRING

               WHEN SW-88-ACCION-COMENTA
                   IF  TEXTOI EQUAL SPACES OR LOW-VALUES
                       MOVE ME-TEXTO-REQUERIDO
                                           TO CAA-COD-ERROR
                       MOVE -1             TO TEXTOL
                       PERFORM REINPUT
                   END-IF
                   MOVE TEXTOI             TO TXT-COMENTARIO-CPE

               WHEN SW-88-ACCION-RESUELVE
                   MOVE MOTIVOI            TO SW-MOTIVO
                   IF  NOT SW-88-MOTIVO-VALIDO
                       MOVE ME-MOTIVO-INVALIDO
                                           TO CAA-COD-ERROR
                       MOVE -1             TO MOTIVOL
                       PERFORM REINPUT
                   END-IF
                   IF  TEXTOI EQUAL SPACES OR LOW-VALUES
                       MOVE ME-TEXTO-REQUERIDO
                                           TO CAA-COD-ERROR
                       MOVE -1             TO TEXTOL
                       PERFORM REINPUT
                   END-IF
                   PERFORM 2550-RESOLVER-PARTIDA
                      THRU 2550-RESOLVER-PARTIDA-EXIT
                   STRING 'RESUELTA CON MOTIVO '
                                           DELIMITED BY SIZE
                          SW-MOTIVO        DELIMITED BY SIZE
                          ': '             DELIMITED BY SIZE
                          TEXTOI           DELIMITED BY SIZE
                          INTO TXT-COMENTARIO-CPE
                   END-STRING
           END-EVALUATE
      *
           PERFORM 2600-GRABAR-COMENTARIO
              THRU 2600-GRABAR-COMENTARIO-EXIT
      *
           .
       2400-APLICAR-ACCION-EXIT.
           EXIT.
      ******************************************************************
      * 2500-ASIGNAR-PARTIDA
      ******************************************************************
       2500-ASIGNAR-PARTIDA.
      *
           EXEC SQL
               UPDATE V1DT154
                  SET COD_RESPONSABLE = :COD-RESPONSABLE-PEX
                WHERE NUM_PARTIDA     = :NUM-PARTIDA-PEX
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
       2500-ASIGNAR-PARTIDA-EXIT.
           EXIT.
      ******************************************************************
      * 2550-RESOLVER-PARTIDA
      ******************************************************************
       2550-RESOLVER-PARTIDA.
      *
           MOVE CT-EST-RESUELTA            TO EST-PARTIDA-PEX
           MOVE SW-MOTIVO                  TO COD-MOTIVO-PEX
           MOVE TEXTOI                     TO TXT-RESOLUCION-PEX
           MOVE AUD-USUARIO                TO COD-USUARIO-RESOL-PEX
           MOVE WS-FEC-HOY                 TO FEC-RESOLUCION-PEX
      *
           EXEC SQL
               UPDATE V1DT154
                  SET EST_PARTIDA       = :EST-PARTIDA-PEX,
                      COD_MOTIVO        = :COD-MOTIVO-PEX,
                      TXT_RESOLUCION    = :TXT-RESOLUCION-PEX,
                      COD_USUARIO_RESOL = :COD-USUARIO-RESOL-PEX,
                      FEC_RESOLUCION    = :FEC-RESOLUCION-PEX
                WHERE NUM_PARTIDA       = :NUM-PARTIDA-PEX
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
       2550-RESOLVER-PARTIDA-EXIT.
           EXIT.
      ******************************************************************
      * 2600-GRABAR-COMENTARIO
      *  LOS COMENTARIOS SE NUMERAN POR PARTIDA                        *
      ******************************************************************
       2600-GRABAR-COMENTARIO.
      *
           MOVE 'V1DT155'                  TO WS-TABLA
           MOVE NUM-PARTIDA-PEX            TO NUM-PARTIDA-CPE
      *
           EXEC SQL
               SELECT VALUE(MAX(NUM_COMENTARIO), 0) + 1
               INTO  :NUM-COMENTARIO-CPE
               FROM V1DT155
               WHERE NUM_PARTIDA = :NUM-PARTIDA-CPE
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE WS-TABLA               TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE AUD-USUARIO                TO COD-USUARIO-CPE
           MOVE WS-FEC-HOY                 TO FEC-COMENTARIO-CPE
           MOVE WS-HOR-HOY                 TO HOR-COMENTARIO-CPE
      *
           EXEC SQL
               INSERT INTO V1DT155
                   (NUM_PARTIDA,
                    NUM_COMENTARIO,
                    COD_USUARIO,
                    FEC_COMENTARIO,
                    HOR_COMENTARIO,
                    TXT_COMENTARIO)
               VALUES
                   (:NUM-PARTIDA-CPE,
                    :NUM-COMENTARIO-CPE,
                    :COD-USUARIO-CPE,
                    :FEC-COMENTARIO-CPE,
                    :HOR-COMENTARIO-CPE,
                    :TXT-COMENTARIO-CPE)
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
       2600-GRABAR-COMENTARIO-EXIT.
           EXIT.
      ******************************************************************
      * REFRESCAR-LISTA
      *  PARTIDAS DEL FILTRO, LAS MAS ANTIGUAS PRIMERO                 *
      ******************************************************************
       REFRESCAR-LISTA.
      *
           PERFORM INICIAR-FILAS
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER CT-MAX-FILAS
      *
           MOVE ESTSELI                    TO EST-PARTIDA-PEX
      *
           IF  PRGSELI EQUAL SPACES OR LOW-VALUES
               MOVE LOW-VALUES             TO WS-PRG-DESDE
               MOVE HIGH-VALUES            TO WS-PRG-HASTA
           ELSE
               MOVE PRGSELI                TO WS-PRG-DESDE
                                              WS-PRG-HASTA
           END-IF
      *
           IF  RESSELI EQUAL SPACES OR LOW-VALUES
               MOVE LOW-VALUES             TO WS-RES-DESDE
               MOVE HIGH-VALUES            TO WS-RES-HASTA
           ELSE
               MOVE RESSELI                TO WS-RES-DESDE
                                              WS-RES-HASTA
           END-IF
      *
           PERFORM BUSCAR-PARTIDAS
      *
           .
      ******************************************************************
      * INICIAR-FILAS
      ******************************************************************
       INICIAR-FILAS.
      *
           MOVE SPACES                     TO FILAS-PARTIDA(WS-I)
      *
           .
      ******************************************************************
      * BUSCAR-PARTIDAS
      ******************************************************************
       BUSCAR-PARTIDAS.
      *
           MOVE ZEROES                     TO CN-REGISTROS
           SET NO-FIN-CURSOR               TO TRUE
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
               OPEN V13C77Z-V1DC77Z1
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE 'V1DT154'              TO ABC-OBJETO-ERROR
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
               FETCH V13C77Z-V1DC77Z1
               INTO :NUM-PARTIDA-PEX,
                    :COD-PROGRAMA-PEX,
                    :COD-RESPONSABLE-PEX,
                    :FEC-ALTA-PEX,
                    :FEC-ULT-DETECCION-PEX,
                    :CANT-REAPERTURAS-PEX,
                    :TXT-DESCRIPCION-PEX
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM PROCESAR-PARTIDA
                      THRU PROCESAR-PARTIDA-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   INITIALIZE QGECABC
                   MOVE 'V1DT154'          TO ABC-OBJETO-ERROR
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
               CLOSE V13C77Z-V1DC77Z1
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE 'V1DT154'              TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       CERRAR-CURSOR-EXIT.
           EXIT.
      ******************************************************************
      * PROCESAR-PARTIDA
      *  NUMERO, CONTROL, RESPONSABLE, ALTA, ULTIMA DETECCION,         *
      *  REAPERTURAS Y EL COMIENZO DE LA DESCRIPCION                   *
      ******************************************************************
       PROCESAR-PARTIDA.
      *
           ADD 1                           TO CN-REGISTROS
      *
           MOVE NUM-PARTIDA-PEX            TO WS-NUM-PARTIDA-ED
           MOVE CANT-REAPERTURAS-PEX       TO WS-CANT-REAP-ED
           MOVE SPACES                     TO WS-LINEA
      *
           STRING WS-NUM-PARTIDA-ED        DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  COD-PROGRAMA-PEX         DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  COD-RESPONSABLE-PEX      DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  FEC-ALTA-PEX             DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  FEC-ULT-DETECCION-PEX    DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-CANT-REAP-ED          DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  TXT-DESCRIPCION-PEX      DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING
      *
           MOVE WS-LINEA               TO FILAS-PARTIDA(CN-REGISTROS)
      *
           .
       PROCESAR-PARTIDA-EXIT.
           EXIT.
      ******************************************************************
      * MOSTRAR-DETALLE
      *  PRIMERA LINEA: PARTIDA, CONTROL, CLAVE Y VECES DETECTADA;     *
      *  DEBAJO LOS ULTIMOS COMENTARIOS, EL MAS RECIENTE PRIMERO       *
      ******************************************************************
       MOSTRAR-DETALLE.
      *
           PERFORM INICIAR-DETALLE
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER 5
      *
           MOVE NUM-PARTIDA-PEX            TO WS-NUM-PARTIDA-ED
           MOVE CANT-DETECCIONES-PEX       TO WS-CANT-DETEC-ED
      *
           STRING WS-NUM-PARTIDA-ED        DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  COD-PROGRAMA-PEX         DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  CLAVE-EXCEPCION-PEX      DELIMITED BY SIZE
                  ' DETECTADA '            DELIMITED BY SIZE
                  WS-CANT-DETEC-ED         DELIMITED BY SIZE
                  INTO FILAS-DETALLE(1)
           END-STRING
      *
           MOVE ZEROES                     TO CN-COMENTARIOS
           SET NO-FIN-CURSOR               TO TRUE
           MOVE NUM-PARTIDA-PEX            TO NUM-PARTIDA-CPE
      *
           EXEC SQL
               OPEN V13C77Z-V1DC77Z2
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE 'V1DT155'              TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-COMENTARIO
              THRU LEER-COMENTARIO-EXIT
             UNTIL FIN-CURSOR
                OR CN-COMENTARIOS NOT LESS CT-MAX-COMENTARIOS
      *
           EXEC SQL
               CLOSE V13C77Z-V1DC77Z2
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE 'V1DT155'              TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
      ******************************************************************
      * INICIAR-DETALLE
      ******************************************************************
       INICIAR-DETALLE.
      *
           MOVE SPACES                     TO FILAS-DETALLE(WS-I)
      *
           .
      ******************************************************************
      * LEER-COMENTARIO
      ******************************************************************
       LEER-COMENTARIO.
      *
           EXEC SQL
               FETCH V13C77Z-V1DC77Z2
               INTO :COD-USUARIO-CPE,
                    :FEC-COMENTARIO-CPE,
                    :TXT-COMENTARIO-CPE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-COMENTARIOS
                   MOVE CN-COMENTARIOS     TO WS-I
                   ADD 1                   TO WS-I
                   STRING FEC-COMENTARIO-CPE
                                           DELIMITED BY SIZE
                          ' '              DELIMITED BY SIZE
                          COD-USUARIO-CPE  DELIMITED BY SIZE
                          ' '              DELIMITED BY SIZE
                          TXT-COMENTARIO-CPE
                                           DELIMITED BY SIZE
                          INTO FILAS-DETALLE(WS-I)
                   END-STRING

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   INITIALIZE QGECABC
                   MOVE 'V1DT155'          TO ABC-OBJETO-ERROR
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       LEER-COMENTARIO-EXIT.
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
           MOVE 'V13C77Z'                  TO W963-PROGRAMA
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
