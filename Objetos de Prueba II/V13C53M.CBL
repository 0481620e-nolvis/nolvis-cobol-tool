      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C53M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: ENTIDADES JURIDICAS DEL GRUPO A LAS QUE ESTA     *
      *               ATADO CADA USUARIO (V1DT123).  EL CONTROL DE     *
      *               ACCESO V19C030 NO DEJA ENTRAR A NINGUNA          *
      *               TRANSACCION A UN USUARIO SIN ENTIDAD, LAS        *
      *               PANTALLAS SOLO MUESTRAN OPERACIONES DE SUS       *
      *               ENTIDADES Y LA CAPTURA ESTAMPA SU ENTIDAD        *
      *               PRINCIPAL (UNA SOLA POR USUARIO).  NADIE SE      *
      *               ASIGNA ENTIDADES A SI MISMO.                     *
      *               ACCIONES: A ALTA  B BAJA  C CONSULTA             *
      *                         P MARCAR PRINCIPAL                     *
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
       PROGRAM-ID.   V13C53M.
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
           05  WS-CANT-ENTIDADES           PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-IND-ANTERIOR             PIC X(01)   VALUE SPACE.
           05  WS-LISTA                    PIC X(60)   VALUE SPACES.
           05  WS-PUNTERO                  PIC S9(04)  COMP
                                                       VALUE ZEROES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-ALTA                   VALUE 'A'.
               88  SW-88-ACCION-BAJA                   VALUE 'B'.
               88  SW-88-ACCION-CONSULTA               VALUE 'C'.
               88  SW-88-ACCION-PRINCIPAL              VALUE 'P'.
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C53M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-NO                       PIC X(01)   VALUE 'N'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-ASIGNA-YA-EXISTE         PIC X(07)   VALUE 'V1E0128'.
           05  ME-ASIGNA-NO-EXISTE         PIC X(07)   VALUE 'V1E0129'.
           05  ME-MISMO-USUARIO            PIC X(07)   VALUE 'V1E0140'.
           05  ME-ENTIDAD-INVALIDA         PIC X(07)   VALUE 'V1E0224'.
           05  ME-INDICADOR-INVALIDO       PIC X(07)   VALUE 'V1E0226'.
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
               INCLUDE V1GT123
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
           EXEC SQL
               DECLARE V13C53M-V1DC5311
               CURSOR FOR
               SELECT COD_ENT_BANCO,
                      IND_PRINCIPAL
               FROM V1DT123
               WHERE COD_USUARIO = :COD-USUARIO-ENT
               ORDER BY COD_ENT_BANCO
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
       COPY V1ND53M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND53MI.
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
           SET ADDRESS OF V1ND53MI         TO CAA-PTR-COPYIN
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
           INITIALIZE V1ND53MI
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
      *  EL USUARIO ES OBLIGATORIO EN TODAS LAS ACCIONES; LA ENTIDAD   *
      *  EN TODAS MENOS LA CONSULTA.  DESPUES DE CADA ACCION SE        *
      *  REDESPLIEGA LA LISTA DE ENTIDADES DEL USUARIO                 *
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
           IF  NOT (SW-88-ACCION-ALTA OR SW-88-ACCION-BAJA
                 OR SW-88-ACCION-CONSULTA OR SW-88-ACCION-PRINCIPAL)
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           IF  USUARII EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO USUARIL
               PERFORM REINPUT
           END-IF
      *
           MOVE USUARII                    TO COD-USUARIO-ENT
      *
           IF  NOT SW-88-ACCION-CONSULTA
               PERFORM 2250-VALIDAR-ENTIDAD
                  THRU 2250-VALIDAR-ENTIDAD-EXIT
           END-IF
      *
           EVALUATE TRUE
               WHEN SW-88-ACCION-ALTA
                   PERFORM 2300-ALTA-ENTIDAD
                      THRU 2300-ALTA-ENTIDAD-EXIT

               WHEN SW-88-ACCION-BAJA
                   PERFORM 2500-BAJA-ENTIDAD
                      THRU 2500-BAJA-ENTIDAD-EXIT

               WHEN SW-88-ACCION-PRINCIPAL
                   PERFORM 2600-MARCAR-PRINCIPAL
                      THRU 2600-MARCAR-PRINCIPAL-EXIT

               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *
           PERFORM 2700-LISTAR-ENTIDADES
              THRU 2700-LISTAR-ENTIDADES-EXIT
      *
           MOVE -1                         TO ACCIONL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2250-VALIDAR-ENTIDAD
      *  LA ENTIDAD ES EL CODIGO DE CUATRO DIGITOS DEL BANCO (EL MISMO *
      *  DE COD_ENT_BANCO EN V1DT001).  NADIE TOCA SUS PROPIAS         *
      *  ENTIDADES, COMO EN LA APROBACION DE CAMBIOS                   *
      ******************************************************************
       2250-VALIDAR-ENTIDAD.
      *
           IF  CODENTI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO CODENTL
               PERFORM REINPUT
           END-IF
      *
           IF  CODENTI IS NOT NUMERIC
               MOVE ME-ENTIDAD-INVALIDA    TO CAA-COD-ERROR
               MOVE -1                     TO CODENTL
               PERFORM REINPUT
           END-IF
      *
           IF  USUARII EQUAL AUD-USUARIO
               MOVE ME-MISMO-USUARIO       TO CAA-COD-ERROR
               MOVE -1                     TO USUARIL
               PERFORM REINPUT
           END-IF
      *
           MOVE CODENTI                    TO COD-ENT-USUARIO
      *
           .
       2250-VALIDAR-ENTIDAD-EXIT.
           EXIT.
      ******************************************************************
      * 2300-ALTA-ENTIDAD
      *  LA PRIMERA ENTIDAD DEL USUARIO ES SU PRINCIPAL AUNQUE NO SE   *
      *  PIDA; SI SE PIDE 'S' SOBRE OTRA, LA ANTERIOR DEJA DE SERLO    *
      *  UNA VEZ GRABADA LA NUEVA                                      *
      ******************************************************************
       2300-ALTA-ENTIDAD.
      *
           IF  INDPRII EQUAL SPACES OR LOW-VALUES
               MOVE CT-NO                  TO INDPRII
           END-IF
      *
           IF  INDPRII NOT EQUAL CT-SI
           AND INDPRII NOT EQUAL CT-NO
               MOVE ME-INDICADOR-INVALIDO  TO CAA-COD-ERROR
               MOVE -1                     TO INDPRIL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2800-CONTAR-ENTIDADES
              THRU 2800-CONTAR-ENTIDADES-EXIT
      *
           IF  WS-CANT-ENTIDADES EQUAL ZEROES
               MOVE CT-SI                  TO INDPRII
           END-IF
      *
           MOVE INDPRII                    TO IND-ENT-PRINCIPAL
           MOVE WS-FEC-HOY                 TO FEC-ALTA-ENT
           MOVE AUD-USUARIO                TO COD-USUARIO-ALTA-ENT
           MOVE 'V1DT123'                  TO WS-TABLA
      *
           EXEC SQL
               INSERT INTO V1DT123
                   (COD_USUARIO,
                    COD_ENT_BANCO,
                    IND_PRINCIPAL,
                    FEC_ALTA,
                    COD_USUARIO_ALTA)
               VALUES
                   (:COD-USUARIO-ENT,
                    :COD-ENT-USUARIO,
                    :IND-ENT-PRINCIPAL,
                    :FEC-ALTA-ENT,
                    :COD-USUARIO-ALTA-ENT)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-DUPREC
                   MOVE ME-ASIGNA-YA-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO CODENTL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  INDPRII EQUAL CT-SI
               PERFORM 2850-QUITAR-PRINCIPAL
                  THRU 2850-QUITAR-PRINCIPAL-EXIT
           END-IF
      *
           .
       2300-ALTA-ENTIDAD-EXIT.
           EXIT.
      ******************************************************************
      * 2500-BAJA-ENTIDAD
      *  SI SE QUITA LA PRINCIPAL Y AL USUARIO LE QUEDAN OTRAS, LA     *
      *  MENOR DE ELLAS PASA A SER LA PRINCIPAL                        *
      ******************************************************************
       2500-BAJA-ENTIDAD.
      *
           MOVE 'V1DT123'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT IND_PRINCIPAL
               INTO  :IND-ENT-PRINCIPAL
               FROM V1DT123
               WHERE COD_USUARIO   = :COD-USUARIO-ENT
                 AND COD_ENT_BANCO = :COD-ENT-USUARIO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE IND-ENT-PRINCIPAL  TO WS-IND-ANTERIOR

               WHEN DB2-NOTFND
                   MOVE ME-ASIGNA-NO-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO CODENTL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           EXEC SQL
               DELETE FROM V1DT123
                WHERE COD_USUARIO   = :COD-USUARIO-ENT
                  AND COD_ENT_BANCO = :COD-ENT-USUARIO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-IND-ANTERIOR EQUAL CT-SI
               PERFORM 2550-PROMOVER-PRINCIPAL
                  THRU 2550-PROMOVER-PRINCIPAL-EXIT
           END-IF
      *
           .
       2500-BAJA-ENTIDAD-EXIT.
           EXIT.
      ******************************************************************
      * 2550-PROMOVER-PRINCIPAL
      ******************************************************************
       2550-PROMOVER-PRINCIPAL.
      *
           EXEC SQL
               UPDATE V1DT123
                  SET IND_PRINCIPAL = :CT-SI
                WHERE COD_USUARIO   = :COD-USUARIO-ENT
                  AND COD_ENT_BANCO =
                      (SELECT MIN(COD_ENT_BANCO)
                       FROM V1DT123
                       WHERE COD_USUARIO = :COD-USUARIO-ENT)
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
           .
       2550-PROMOVER-PRINCIPAL-EXIT.
           EXIT.
      ******************************************************************
      * 2600-MARCAR-PRINCIPAL
      ******************************************************************
       2600-MARCAR-PRINCIPAL.
      *
           MOVE 'V1DT123'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT IND_PRINCIPAL
               INTO  :IND-ENT-PRINCIPAL
               FROM V1DT123
               WHERE COD_USUARIO   = :COD-USUARIO-ENT
                 AND COD_ENT_BANCO = :COD-ENT-USUARIO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-ASIGNA-NO-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO CODENTL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           PERFORM 2850-QUITAR-PRINCIPAL
              THRU 2850-QUITAR-PRINCIPAL-EXIT
      *
           EXEC SQL
               UPDATE V1DT123
                  SET IND_PRINCIPAL = :CT-SI
                WHERE COD_USUARIO   = :COD-USUARIO-ENT
                  AND COD_ENT_BANCO = :COD-ENT-USUARIO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2600-MARCAR-PRINCIPAL-EXIT.
           EXIT.
      ******************************************************************
      * 2700-LISTAR-ENTIDADES
      *  ARMA EN LISTA LAS ENTIDADES DEL USUARIO; LA PRINCIPAL VA      *
      *  SEGUIDA DE UN ASTERISCO                                       *
      ******************************************************************
       2700-LISTAR-ENTIDADES.
      *
           MOVE SPACES                     TO WS-LISTA
           MOVE 1                          TO WS-PUNTERO
           SET NO-FIN-CURSOR               TO TRUE
           MOVE 'V1DT123'                  TO WS-TABLA
      *
           EXEC SQL
               OPEN V13C53M-V1DC5311
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM 2710-LEER-ENTIDAD
              THRU 2710-LEER-ENTIDAD-EXIT
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C53M-V1DC5311
           END-EXEC
      *
           MOVE WS-LISTA                   TO LISTAI
      *
           .
       2700-LISTAR-ENTIDADES-EXIT.
           EXIT.
      ******************************************************************
      * 2710-LEER-ENTIDAD
      ******************************************************************
       2710-LEER-ENTIDAD.
      *
           EXEC SQL
               FETCH V13C53M-V1DC5311
               INTO :COD-ENT-USUARIO,
                    :IND-ENT-PRINCIPAL
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE
                   GO TO 2710-LEER-ENTIDAD-EXIT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  WS-PUNTERO GREATER THAN 55
               SET FIN-CURSOR              TO TRUE
               GO TO 2710-LEER-ENTIDAD-EXIT
           END-IF
      *
           IF  IND-ENT-PRINCIPAL EQUAL CT-SI
               STRING COD-ENT-USUARIO '* '
                      DELIMITED BY SIZE
                      INTO WS-LISTA
                      WITH POINTER WS-PUNTERO
               END-STRING
           ELSE
               STRING COD-ENT-USUARIO '  '
                      DELIMITED BY SIZE
                      INTO WS-LISTA
                      WITH POINTER WS-PUNTERO
               END-STRING
           END-IF
      *
           .
       2710-LEER-ENTIDAD-EXIT.
           EXIT.
      ******************************************************************
      * 2800-CONTAR-ENTIDADES
      ******************************************************************
       2800-CONTAR-ENTIDADES.
      *
           MOVE ZEROES                     TO WS-CANT-ENTIDADES
           MOVE 'V1DT123'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-ENTIDADES
               FROM V1DT123
               WHERE COD_USUARIO = :COD-USUARIO-ENT
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2800-CONTAR-ENTIDADES-EXIT.
           EXIT.
      ******************************************************************
      * 2850-QUITAR-PRINCIPAL
      *  LA ENTIDAD RECIEN MARCADA QUEDA COMO UNICA PRINCIPAL          *
      ******************************************************************
       2850-QUITAR-PRINCIPAL.
      *
           MOVE 'V1DT123'                  TO WS-TABLA
      *
           EXEC SQL
               UPDATE V1DT123
                  SET IND_PRINCIPAL = :CT-NO
                WHERE COD_USUARIO   = :COD-USUARIO-ENT
                  AND IND_PRINCIPAL = :CT-SI
                  AND COD_ENT_BANCO <> :COD-ENT-USUARIO
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
           .
       2850-QUITAR-PRINCIPAL-EXIT.
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
           MOVE 'V13C53M'                  TO W963-PROGRAMA
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
