      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C69M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: MANTENIMIENTO DE LA MATRIZ DE CONFLICTOS DE      *
      *               SEGREGACION DE FUNCIONES (V1DT143), A CARGO DE   *
      *               SEGURIDAD.  CADA FILA ES UN PAR DE DERECHOS QUE  *
      *               UN MISMO USUARIO NO DEBE REUNIR: ROL ('R') DE    *
      *               V1DT030 O FACULTAD DE FIRMA ('F') POR NIVEL, CON *
      *               '*' POR CUALQUIER NIVEL.  EL PAR DEBE INCLUIR UN *
      *               ROL Y VALE EN AMBOS SENTIDOS, ASI QUE NO SE      *
      *               ADMITE DOS VECES.  LA ACCION 'A' DA DE ALTA EL   *
      *               PAR Y 'B' LO RETIRA; AMBAS DEJAN EVENTO EN       *
      *               V1DT025.  LA RUTINA V19C064 APLICA LA MATRIZ EN  *
      *               LAS ASIGNACIONES Y V13C69B INFORMA LOS           *
      *               CONFLICTOS VIGENTES                              *
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
       PROGRAM-ID.   V13C69M.
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
           05  WS-TIP-DERECHO              PIC X(01).
               88  WS-88-DERECHO-ROL                   VALUE 'R'.
               88  WS-88-DERECHO-FACULTAD              VALUE 'F'.
           05  WS-COD-DERECHO              PIC X(04).
           05  WS-NIVEL REDEFINES WS-COD-DERECHO.
               10  WS-NIVEL-1              PIC X(01).
               10  WS-NIVEL-RESTO          PIC X(03).
           05  WS-CANT-PARES               PIC S9(04)  COMP
                                                       VALUE ZEROES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-ALTA                   VALUE 'A'.
               88  SW-88-ACCION-BAJA                   VALUE 'B'.
           05  SW-DERECHO                  PIC X(01)   VALUE 'S'.
               88  SW-88-DERECHO-VALIDO                VALUE 'S'.
               88  SW-88-DERECHO-INVALIDO              VALUE 'N'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C69M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-COMODIN                  PIC X(04)   VALUE '*'.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-ROL-NO-EXISTE            PIC X(07)   VALUE 'V1E0127'.
           05  ME-DERECHO-INVALIDO         PIC X(07)   VALUE 'V1E0250'.
           05  ME-PAR-INVALIDO             PIC X(07)   VALUE 'V1E0251'.
           05  ME-PAR-YA-EXISTE            PIC X(07)   VALUE 'V1E0252'.
           05  ME-PAR-NO-EXISTE            PIC X(07)   VALUE 'V1E0253'.
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
      * COPY DE LA RUTINA V19C025 (EVENTOS Y ALERTAS)
           COPY V1WC925.
      ******************************************************************
      *                       AREA DE TABLAS                           *
      ******************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT030
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT143
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
       COPY V1ND69M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND69MI.
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
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      *
           SET ADDRESS OF V1ND69MI         TO CAA-PTR-COPYIN
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
      *  SOLO ENTRA EL PERSONAL DE SEGURIDAD: EL ROL QUE TENGA ESTA    *
      *  TRANSACCION PERMITIDA EN V1DT031                              *
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
           INITIALIZE V1ND69MI
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
           IF  NOT (SW-88-ACCION-ALTA OR SW-88-ACCION-BAJA)
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           MOVE TIPDEAI                    TO WS-TIP-DERECHO
           MOVE CODDEAI                    TO WS-COD-DERECHO
           PERFORM 2250-VALIDAR-DERECHO
              THRU 2250-VALIDAR-DERECHO-EXIT
           IF  SW-88-DERECHO-INVALIDO
               MOVE -1                     TO TIPDEAL
               PERFORM REINPUT
           END-IF
           MOVE WS-TIP-DERECHO             TO TIP-DERECHO-A
           MOVE WS-COD-DERECHO             TO COD-DERECHO-A
      *
           MOVE TIPDEBI                    TO WS-TIP-DERECHO
           MOVE CODDEBI                    TO WS-COD-DERECHO
           PERFORM 2250-VALIDAR-DERECHO
              THRU 2250-VALIDAR-DERECHO-EXIT
           IF  SW-88-DERECHO-INVALIDO
               MOVE -1                     TO TIPDEBL
               PERFORM REINPUT
           END-IF
           MOVE WS-TIP-DERECHO             TO TIP-DERECHO-B
           MOVE WS-COD-DERECHO             TO COD-DERECHO-B
      *
      *    EL PAR DEBE INCLUIR UN ROL Y DOS DERECHOS DISTINTOS
           IF  (TIP-DERECHO-A NOT EQUAL 'R' AND
                TIP-DERECHO-B NOT EQUAL 'R')
            OR (TIP-DERECHO-A EQUAL TIP-DERECHO-B AND
                COD-DERECHO-A EQUAL COD-DERECHO-B)
               MOVE ME-PAR-INVALIDO        TO CAA-COD-ERROR
               MOVE -1                     TO TIPDEBL
               PERFORM REINPUT
           END-IF
      *
           EVALUATE TRUE
               WHEN SW-88-ACCION-ALTA
                   PERFORM 2300-ALTA-CONFLICTO
                      THRU 2300-ALTA-CONFLICTO-EXIT

               WHEN SW-88-ACCION-BAJA
                   PERFORM 2500-BAJA-CONFLICTO
                      THRU 2500-BAJA-CONFLICTO-EXIT
           END-EVALUATE
      *
           PERFORM 2700-REGISTRAR-EVENTO
              THRU 2700-REGISTRAR-EVENTO-EXIT
      *
           MOVE -1                         TO ACCIONL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2250-VALIDAR-DERECHO
      *  UN ROL DEBE EXISTIR EN V1DT030; UNA FACULTAD ES UN NIVEL DE   *
      *  UN DIGITO DEL 1 AL 9, O '*' POR CUALQUIER NIVEL               *
      ******************************************************************
       2250-VALIDAR-DERECHO.
      *
           SET SW-88-DERECHO-VALIDO        TO TRUE
      *
           EVALUATE TRUE
               WHEN WS-88-DERECHO-ROL
                   IF  WS-COD-DERECHO EQUAL SPACES OR LOW-VALUES
                    OR WS-COD-DERECHO EQUAL CT-COMODIN
                       MOVE ME-DERECHO-INVALIDO
                                           TO CAA-COD-ERROR
                       SET SW-88-DERECHO-INVALIDO
                                           TO TRUE
                       GO TO 2250-VALIDAR-DERECHO-EXIT
                   END-IF
                   PERFORM 2260-VALIDAR-ROL
                      THRU 2260-VALIDAR-ROL-EXIT

               WHEN WS-88-DERECHO-FACULTAD
                   IF  WS-NIVEL-RESTO NOT EQUAL SPACES
                    OR (WS-NIVEL-1 NOT NUMERIC AND
                        WS-NIVEL-1 NOT EQUAL CT-COMODIN)
                    OR WS-NIVEL-1 EQUAL '0'
                       MOVE ME-DERECHO-INVALIDO
                                           TO CAA-COD-ERROR
                       SET SW-88-DERECHO-INVALIDO
                                           TO TRUE
                   END-IF

               WHEN OTHER
                   MOVE ME-DERECHO-INVALIDO
                                           TO CAA-COD-ERROR
                   SET SW-88-DERECHO-INVALIDO
                                           TO TRUE
           END-EVALUATE
      *
           .
       2250-VALIDAR-DERECHO-EXIT.
           EXIT.
      ******************************************************************
      * 2260-VALIDAR-ROL
      ******************************************************************
       2260-VALIDAR-ROL.
      *
           MOVE 'V1DT030'                  TO WS-TABLA
           MOVE WS-COD-DERECHO             TO COD-ROL
      *
           EXEC SQL
               SELECT DESC_ROL
               INTO  :DESC-ROL
               FROM V1DT030
               WHERE COD_ROL = :COD-ROL
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-ROL-NO-EXISTE   TO CAA-COD-ERROR
                   SET SW-88-DERECHO-INVALIDO
                                           TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2260-VALIDAR-ROL-EXIT.
           EXIT.
      ******************************************************************
      * 2300-ALTA-CONFLICTO
      *  EL PAR VALE EN AMBOS SENTIDOS: SI YA ESTA EN LA MATRIZ AL     *
      *  DERECHO O AL REVES NO SE VUELVE A GRABAR                      *
      ******************************************************************
       2300-ALTA-CONFLICTO.
      *
           IF  DESCONI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO DESCONL
               PERFORM REINPUT
           END-IF
      *
           MOVE 'V1DT143'                  TO WS-TABLA
           MOVE ZEROES                     TO WS-CANT-PARES
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-PARES
               FROM V1DT143
               WHERE (TIP_DERECHO_A = :TIP-DERECHO-A
                  AND COD_DERECHO_A = :COD-DERECHO-A
                  AND TIP_DERECHO_B = :TIP-DERECHO-B
                  AND COD_DERECHO_B = :COD-DERECHO-B)
                  OR (TIP_DERECHO_A = :TIP-DERECHO-B
                  AND COD_DERECHO_A = :COD-DERECHO-B
                  AND TIP_DERECHO_B = :TIP-DERECHO-A
                  AND COD_DERECHO_B = :COD-DERECHO-A)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-PARES GREATER THAN ZEROES
               MOVE ME-PAR-YA-EXISTE       TO CAA-COD-ERROR
               MOVE -1                     TO TIPDEAL
               PERFORM REINPUT
           END-IF
      *
           MOVE DESCONI                    TO DESC-CONFLICTO
           MOVE AUD-USUARIO                TO COD-USUARIO-ALTA
           MOVE FUNCTION CURRENT-DATE(1:8) TO FEC-ALTA
      *
           EXEC SQL
               INSERT INTO V1DT143
                   (TIP_DERECHO_A,
                    COD_DERECHO_A,
                    TIP_DERECHO_B,
                    COD_DERECHO_B,
                    DESC_CONFLICTO,
                    COD_USUARIO_ALTA,
                    FEC_ALTA)
               VALUES
                   (:TIP-DERECHO-A,
                    :COD-DERECHO-A,
                    :TIP-DERECHO-B,
                    :COD-DERECHO-B,
                    :DESC-CONFLICTO,
                    :COD-USUARIO-ALTA,
                    :FEC-ALTA)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2300-ALTA-CONFLICTO-EXIT.
           EXIT.
      ******************************************************************
      * 2500-BAJA-CONFLICTO
      *  SE RETIRA EL PAR EN CUALQUIERA DE LOS DOS SENTIDOS            *
      ******************************************************************
       2500-BAJA-CONFLICTO.
      *
           MOVE 'V1DT143'                  TO WS-TABLA
      *
           EXEC SQL
               DELETE FROM V1DT143
                WHERE (TIP_DERECHO_A = :TIP-DERECHO-A
                   AND COD_DERECHO_A = :COD-DERECHO-A
                   AND TIP_DERECHO_B = :TIP-DERECHO-B
                   AND COD_DERECHO_B = :COD-DERECHO-B)
                   OR (TIP_DERECHO_A = :TIP-DERECHO-B
                   AND COD_DERECHO_A = :COD-DERECHO-B
                   AND TIP_DERECHO_B = :TIP-DERECHO-A
                   AND COD_DERECHO_B = :COD-DERECHO-A)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-PAR-NO-EXISTE   TO CAA-COD-ERROR
                   MOVE -1                 TO TIPDEAL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2500-BAJA-CONFLICTO-EXIT.
           EXIT.
      ******************************************************************
      * 2700-REGISTRAR-EVENTO
      *  TODO CAMBIO EN LA MATRIZ QUEDA EN LA BITACORA DE EVENTOS      *
      ******************************************************************
       2700-REGISTRAR-EVENTO.
      *
           INITIALIZE V1WC925
           MOVE CT-PROGRAMA                TO W925-PROGRAMA
           MOVE 'I'                        TO W925-SEVERIDAD
           STRING 'MATRIZ DE CONFLICTOS '  DELIMITED BY SIZE
                  SW-ACCION                DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  TIP-DERECHO-A            DELIMITED BY SIZE
                  COD-DERECHO-A            DELIMITED BY SIZE
                  '/'                      DELIMITED BY SIZE
                  TIP-DERECHO-B            DELIMITED BY SIZE
                  COD-DERECHO-B            DELIMITED BY SIZE
                  ' POR '                  DELIMITED BY SIZE
                  AUD-USUARIO              DELIMITED BY SIZE
                  INTO W925-TEXTO
           END-STRING
           CALL CT-V19C025 USING V1WC925
      *
           .
       2700-REGISTRAR-EVENTO-EXIT.
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
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V13C69M'                  TO W963-PROGRAMA
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
