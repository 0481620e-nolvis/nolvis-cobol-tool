      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C61Z                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: COLA DE LIBERACION DE MENSAJES MT103 (V1DT132).  *
      *               LISTA LOS MENSAJES QUE V13C02B DEJO EN COLA Y    *
      *               AUN NO SE LIBERAN NI RECHAZAN (PENDIENTES,       *
      *               RETENIDOS Y CON ACCION SOLICITADA).  TESORERIA   *
      *               ELIGE LA FILA Y LA ACCION ('L' LIBERAR, 'X'      *
      *               RECHAZAR): EL PRIMER USUARIO LA SOLICITA Y UN    *
      *               SEGUNDO USUARIO, DISTINTO, LA CONFIRMA.  AL      *
      *               CONFIRMAR LA LIBERACION EL PAGO SE REFILTRA      *
      *               (V19C061) Y, SI CAYO EN LA LISTA DE VIGILANCIA,  *
      *               EN UN PAIS EMBARGADO O TIENE UN CASO ABIERTO,    *
      *               QUEDA RETENIDO EN LUGAR DE LIBERADO.  CADA       *
      *               SOLICITUD, LIBERACION, RECHAZO Y RETENCION SE    *
      *               ASIENTA EN LA BITACORA V1DT134 CON EL USUARIO,   *
      *               LA FECHA Y LA HORA.  SOLO V13C61B ENVIA A LA     *
      *               PASARELA, Y SOLO LO LIBERADO                     *
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
       PROGRAM-ID.   V13C61Z.
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
           05  WS-I                        PIC 9(04)   VALUE ZEROES.
           05  WS-LINEA-COLA               PIC X(78)   VALUE SPACES.
           05  WS-FILA-ALFA                PIC X(02)   VALUE SPACES.
           05  WS-FILA-NUM REDEFINES WS-FILA-ALFA
                                           PIC 9(02).
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
           05  WS-HOR-HOY                  PIC X(06)   VALUE SPACES.
           05  WS-EST-ANTERIOR             PIC X(01)   VALUE SPACES.
           05  WS-FILA-ED                  PIC Z9      VALUE ZEROES.
           05  WS-NUM-INS-ED               PIC 9(09)   VALUE ZEROES.
           05  WS-IMPORTE-ED               PIC Z.ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-FILA                     PIC X(01)   VALUE 'N'.
               88  FILA-ENCONTRADA                     VALUE 'S'.
               88  FILA-NO-ENCONTRADA                  VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C61Z'.
           05  CT-V19C061                  PIC X(08)   VALUE 'V19C061'.
           05  CT-TAB-V1DT132              PIC X(08)   VALUE 'V1DT132'.
           05  CT-TAB-V1DT134              PIC X(08)   VALUE 'V1DT134'.
           05  CT-MAX-FILAS                PIC 9(02)   VALUE 12.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-BORRA                    PIC X(02)   VALUE '99'.
           05  CT-ACC-LIBERAR              PIC X(01)   VALUE 'L'.
           05  CT-ACC-RECHAZAR             PIC X(01)   VALUE 'X'.
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-EST-RETENIDO             PIC X(01)   VALUE 'R'.
           05  CT-EST-SOLICITADO           PIC X(01)   VALUE 'S'.
           05  CT-EST-LIBERADO             PIC X(01)   VALUE 'L'.
           05  CT-EST-RECHAZADO            PIC X(01)   VALUE 'X'.
           05  CT-DET-SOLICITA-LIB         PIC X(60)
                               VALUE 'SOLICITA LIBERAR EL MENSAJE'.
           05  CT-DET-SOLICITA-REC         PIC X(60)
                               VALUE 'SOLICITA RECHAZAR EL MENSAJE'.
           05  CT-DET-LIBERADO             PIC X(60)
                               VALUE 'CONFIRMA LA LIBERACION'.
           05  CT-DET-RECHAZADO            PIC X(60)
                               VALUE 'CONFIRMA EL RECHAZO'.
           05  CT-DET-RET-LISTA            PIC X(60)
                     VALUE 'RETENIDO AL LIBERAR: LISTA DE VIGILANCIA'.
           05  CT-DET-RET-EMBARGO          PIC X(60)
                     VALUE 'RETENIDO AL LIBERAR: PAIS EMBARGADO'.
           05  CT-DET-RET-CASO             PIC X(60)
                     VALUE 'RETENIDO AL LIBERAR: CASO ABIERTO'.
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
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-FILA-INVALIDA            PIC X(07)   VALUE 'V1E0231'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0235'.
           05  ME-MISMO-USUARIO            PIC X(07)   VALUE 'V1E0236'.
           05  ME-ACCION-DISTINTA          PIC X(07)   VALUE 'V1E0237'.
           05  ME-MENSAJE-RETENIDO         PIC X(07)   VALUE 'V1E0238'.
           05  ME-SIN-MENSAJES             PIC X(07)   VALUE 'V1E0239'.
           05  ME-ACCION-SOLICITADA        PIC X(07)   VALUE 'V1A0547'.
           05  ME-MENSAJE-LIBERADO         PIC X(07)   VALUE 'V1A0548'.
           05  ME-MENSAJE-RECHAZADO        PIC X(07)   VALUE 'V1A0549'.
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
      *  COPY DE LA RUTINA V19C061 (REFILTRADO ANTES DE LIBERAR)
           COPY V1WC961.
      ************* COLA DE LIBERACION Y SU BITACORA *******************
           EXEC SQL
               INCLUDE V1GT132
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT134
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
           EXEC SQL
               DECLARE V13C61Z-V1DC61Z1
               CURSOR FOR
               SELECT NUM_INSTRUCCION,
                      NUM_REF,
                      COD_DIV,
                      IMP_INSTRUIDO,
                      IDF_RIF_BENEF,
                      NOM_BENEF,
                      COD_PAIS_DEST,
                      EST_COLA,
                      MOT_RETENCION,
                      ACC_SOLICITADA,
                      COD_USUARIO_SOLICITA
               FROM V1DT132
               WHERE EST_COLA IN ('P', 'R', 'S')
               ORDER BY NUM_INSTRUCCION
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
       COPY V1ND61Z.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND61ZI.
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
           SET ADDRESS OF V1ND61ZI         TO CAA-PTR-COPYIN
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
      ******************************************************************
       2100-ESTADO-INICIO.
      *
           INITIALIZE V1ND61ZI
      *
           PERFORM REFRESCAR-LISTA
      *
           SET CAA-88-ESTADO-CONTIN        TO TRUE
           SET CAA-88-ACCION-TERMINAL      TO TRUE
           MOVE -1                         TO FILAL
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
                   MOVE -1                     TO FILAL
                   PERFORM REINPUT
           END-EVALUATE
      *
      *    SIN FILA SOLO SE REFRESCA LA LISTA
      *
           IF  FILAI EQUAL SPACES OR LOW-VALUES
               PERFORM REFRESCAR-LISTA
               MOVE -1                     TO FILAL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2300-VALIDAR-ENTRADA
              THRU 2300-VALIDAR-ENTRADA-EXIT
      *
           PERFORM 2310-TOMAR-MENSAJE
              THRU 2310-TOMAR-MENSAJE-EXIT
      *
           IF  EST-COLA EQUAL CT-EST-SOLICITADO
               PERFORM 2500-CONFIRMAR-ACCION
                  THRU 2500-CONFIRMAR-ACCION-EXIT
           ELSE
               PERFORM 2400-SOLICITAR-ACCION
                  THRU 2400-SOLICITAR-ACCION-EXIT
           END-IF
      *
           PERFORM REFRESCAR-LISTA
      *
           MOVE SPACES                     TO FILAI
                                              ACCIONI
           MOVE -1                         TO FILAL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2300-VALIDAR-ENTRADA
      ******************************************************************
       2300-VALIDAR-ENTRADA.
      *
           MOVE FILAI                      TO WS-FILA-ALFA
           INSPECT WS-FILA-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-FILA-ALFA NOT NUMERIC
            OR WS-FILA-NUM EQUAL ZEROES
            OR WS-FILA-NUM GREATER CT-MAX-FILAS
               MOVE ME-FILA-INVALIDA       TO CAA-COD-ERROR
               MOVE -1                     TO FILAL
               PERFORM REINPUT
           END-IF
      *
           IF  ACCIONI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           IF  ACCIONI NOT EQUAL CT-ACC-LIBERAR
           AND ACCIONI NOT EQUAL CT-ACC-RECHAZAR
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           .
       2300-VALIDAR-ENTRADA-EXIT.
           EXIT.
      ******************************************************************
      * 2310-TOMAR-MENSAJE
      *  LA FILA SE RESUELVE CONTRA LA LISTA VIGENTE (MISMO ORDEN QUE  *
      *  LA PANTALLA)                                                  *
      ******************************************************************
       2310-TOMAR-MENSAJE.
      *
           MOVE ZEROES                     TO CN-REGISTROS
           SET NO-FIN-CURSOR               TO TRUE
           SET FILA-NO-ENCONTRADA          TO TRUE
      *
           PERFORM ABRIR-CURSOR
              THRU ABRIR-CURSOR-EXIT
      *
           PERFORM LEER-SELECCION
              THRU LEER-SELECCION-EXIT
             UNTIL FIN-CURSOR
                OR FILA-ENCONTRADA
      *
           PERFORM CERRAR-CURSOR
              THRU CERRAR-CURSOR-EXIT
      *
           IF  FILA-NO-ENCONTRADA
               MOVE ME-FILA-INVALIDA       TO CAA-COD-ERROR
               MOVE -1                     TO FILAL
               PERFORM REINPUT
           END-IF
      *
           MOVE EST-COLA                   TO WS-EST-ANTERIOR
      *
           .
       2310-TOMAR-MENSAJE-EXIT.
           EXIT.
      ******************************************************************
      * 2400-SOLICITAR-ACCION
      *  PRIMER USUARIO: EL MENSAJE PENDIENTE O RETENIDO QUEDA CON LA  *
      *  ACCION SOLICITADA, A LA ESPERA DE UN SEGUNDO USUARIO          *
      ******************************************************************
       2400-SOLICITAR-ACCION.
      *
           MOVE CT-EST-SOLICITADO          TO EST-COLA
           MOVE ACCIONI                    TO ACC-SOLICITADA
           MOVE AUD-USUARIO                TO COD-USUARIO-SOLICITA
      *
           PERFORM ACTUALIZAR-COLA
              THRU ACTUALIZAR-COLA-EXIT
      *
           MOVE CT-EST-SOLICITADO          TO TIP-EVENTO
           IF  ACCIONI EQUAL CT-ACC-LIBERAR
               MOVE CT-DET-SOLICITA-LIB    TO TXT-DETALLE-BIT
           ELSE
               MOVE CT-DET-SOLICITA-REC    TO TXT-DETALLE-BIT
           END-IF
      *
           PERFORM GRABAR-BITACORA
              THRU GRABAR-BITACORA-EXIT
      *
           MOVE ME-ACCION-SOLICITADA       TO CAA-COD-AVISO1
      *
           .
       2400-SOLICITAR-ACCION-EXIT.
           EXIT.
      ******************************************************************
      * 2500-CONFIRMAR-ACCION
      *  SEGUNDO USUARIO: DEBE SER DISTINTO DEL QUE SOLICITO Y PEDIR   *
      *  LA MISMA ACCION.  LA LIBERACION SE CONFIRMA SOLO SI EL PAGO   *
      *  SIGUE LIMPIO AL REFILTRARLO; SI NO, QUEDA RETENIDO            *
      ******************************************************************
       2500-CONFIRMAR-ACCION.
      *
           IF  AUD-USUARIO EQUAL COD-USUARIO-SOLICITA
               MOVE ME-MISMO-USUARIO       TO CAA-COD-ERROR
               MOVE -1                     TO FILAL
               PERFORM REINPUT
           END-IF
      *
           IF  ACCIONI NOT EQUAL ACC-SOLICITADA
               MOVE ME-ACCION-DISTINTA     TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           IF  ACCIONI EQUAL CT-ACC-RECHAZAR
               MOVE CT-EST-RECHAZADO       TO EST-COLA
               MOVE CT-EST-RECHAZADO       TO TIP-EVENTO
               MOVE CT-DET-RECHAZADO       TO TXT-DETALLE-BIT
               MOVE ME-MENSAJE-RECHAZADO   TO CAA-COD-AVISO1
           ELSE
               PERFORM 2600-REFILTRAR-PAGO
                  THRU 2600-REFILTRAR-PAGO-EXIT
           END-IF
      *
           IF  ACCIONI EQUAL CT-ACC-LIBERAR
           AND W961-88-LIBRE
               MOVE CT-EST-LIBERADO        TO EST-COLA
               MOVE CT-EST-LIBERADO        TO TIP-EVENTO
               MOVE CT-DET-LIBERADO        TO TXT-DETALLE-BIT
               MOVE ME-MENSAJE-LIBERADO    TO CAA-COD-AVISO1
           END-IF
      *
           IF  ACCIONI EQUAL CT-ACC-LIBERAR
           AND NOT W961-88-LIBRE
               MOVE CT-EST-RETENIDO        TO EST-COLA
               MOVE W961-RETORNO           TO MOT-RETENCION
               MOVE SPACES                 TO ACC-SOLICITADA
                                              COD-USUARIO-SOLICITA
               MOVE CT-EST-RETENIDO        TO TIP-EVENTO
               MOVE ME-MENSAJE-RETENIDO    TO CAA-COD-ERROR
           END-IF
      *
           PERFORM ACTUALIZAR-COLA
              THRU ACTUALIZAR-COLA-EXIT
      *
           PERFORM GRABAR-BITACORA
              THRU GRABAR-BITACORA-EXIT
      *
           .
       2500-CONFIRMAR-ACCION-EXIT.
           EXIT.
      ******************************************************************
      * 2600-REFILTRAR-PAGO
      *  LISTA DE VIGILANCIA, EMBARGO DEL PAIS DE DESTINO Y CASO       *
      *  ABIERTO SOBRE LA OPERACION, CON LA RUTINA COMUN V19C061       *
      ******************************************************************
       2600-REFILTRAR-PAGO.
      *
           INITIALIZE V1WC961
           MOVE NUM-REF-COL                TO W961-NUM-REF
           MOVE IDF-RIF-BENEF-COL          TO W961-IDF-RIF
           MOVE NOM-BENEF-COL              TO W961-NOM-BENEF
           MOVE COD-PAIS-DEST-COL          TO W961-COD-PAIS
           MOVE WS-FEC-HOY                 TO W961-FEC-PROCESO
      *
           CALL CT-V19C061 USING V1WC961
      *
           EVALUATE TRUE
               WHEN W961-88-ERROR
                   INITIALIZE QGECABC
                   MOVE CT-TAB-V1DT132     TO ABC-OBJETO-ERROR
                   MOVE W961-SQLCODE       TO SQLCODE
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT

               WHEN W961-88-LISTA
                   MOVE CT-DET-RET-LISTA   TO TXT-DETALLE-BIT

               WHEN W961-88-EMBARGO
                   MOVE CT-DET-RET-EMBARGO TO TXT-DETALLE-BIT

               WHEN W961-88-CASO
                   MOVE CT-DET-RET-CASO    TO TXT-DETALLE-BIT
           END-EVALUATE
      *
           .
       2600-REFILTRAR-PAGO-EXIT.
           EXIT.
      ******************************************************************
      * ACTUALIZAR-COLA
      *  SOLO SI EL MENSAJE SIGUE EN EL ESTADO LEIDO; SI OTRO USUARIO  *
      *  SE ADELANTO SE AVISA Y NO SE GRABA NADA                       *
      ******************************************************************
       ACTUALIZAR-COLA.
      *
           EXEC SQL
               UPDATE V1DT132
                  SET EST_COLA             = :EST-COLA,
                      MOT_RETENCION        = :MOT-RETENCION,
                      ACC_SOLICITADA       = :ACC-SOLICITADA,
                      COD_USUARIO_SOLICITA = :COD-USUARIO-SOLICITA
                WHERE NUM_INSTRUCCION      = :NUM-INSTRUCCION-COL
                  AND EST_COLA             = :WS-EST-ANTERIOR
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE SPACES             TO CAA-COD-AVISO1
                   MOVE ME-FILA-INVALIDA   TO CAA-COD-ERROR
                   MOVE -1                 TO FILAL
                   PERFORM REINPUT

               WHEN OTHER
                   INITIALIZE QGECABC
                   MOVE CT-TAB-V1DT132     TO ABC-OBJETO-ERROR
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       ACTUALIZAR-COLA-EXIT.
           EXIT.
      ******************************************************************
      * GRABAR-BITACORA
      ******************************************************************
       GRABAR-BITACORA.
      *
           MOVE NUM-INSTRUCCION-COL        TO NUM-INSTRUCCION-BIT
           MOVE WS-FEC-HOY                 TO FEC-EVENTO
           MOVE WS-HOR-HOY                 TO HOR-EVENTO
           MOVE AUD-USUARIO                TO COD-USUARIO-BIT
      *
           EXEC SQL
               INSERT INTO V1DT134
                   (NUM_INSTRUCCION,
                    FEC_EVENTO,
                    HOR_EVENTO,
                    TIP_EVENTO,
                    COD_USUARIO,
                    TXT_DETALLE)
               VALUES
                   (:NUM-INSTRUCCION-BIT,
                    :FEC-EVENTO,
                    :HOR-EVENTO,
                    :TIP-EVENTO,
                    :COD-USUARIO-BIT,
                    :TXT-DETALLE-BIT)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT134         TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       GRABAR-BITACORA-EXIT.
           EXIT.
      ******************************************************************
      * REFRESCAR-LISTA
      ******************************************************************
       REFRESCAR-LISTA.
      *
           PERFORM INICIAR-FILAS
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER CT-MAX-FILAS
      *
           PERFORM BUSCAR-MENSAJES
      *
           IF  CN-REGISTROS EQUAL ZEROES
               MOVE ME-SIN-MENSAJES        TO CAA-COD-ERROR
           END-IF
      *
           .
      ******************************************************************
      * INICIAR-FILAS
      ******************************************************************
       INICIAR-FILAS.
      *
           MOVE SPACES                     TO FILAS-COLA(WS-I)
      *
           .
      ******************************************************************
      * BUSCAR-MENSAJES
      ******************************************************************
       BUSCAR-MENSAJES.
      *
           MOVE ZEROES                     TO CN-REGISTROS
           MOVE ZEROES                     TO WS-I
           SET NO-FIN-CURSOR               TO TRUE
      *
           PERFORM ABRIR-CURSOR
              THRU ABRIR-CURSOR-EXIT
      *
           PERFORM LEER-CURSOR
              THRU LEER-CURSOR-EXIT
             UNTIL FIN-CURSOR
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
               OPEN V13C61Z-V1DC61Z1
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT132         TO ABC-OBJETO-ERROR
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
           PERFORM FETCH-MENSAJE
              THRU FETCH-MENSAJE-EXIT
      *
           IF  NO-FIN-CURSOR
               PERFORM PROCESAR-MENSAJE
                  THRU PROCESAR-MENSAJE-EXIT
           END-IF
      *
           .
       LEER-CURSOR-EXIT.
           EXIT.
      ******************************************************************
      * LEER-SELECCION
      *  AVANZA EL CURSOR HASTA LA FILA ELEGIDA EN LA PANTALLA         *
      ******************************************************************
       LEER-SELECCION.
      *
           PERFORM FETCH-MENSAJE
              THRU FETCH-MENSAJE-EXIT
      *
           IF  NO-FIN-CURSOR
               ADD 1                       TO CN-REGISTROS
               IF  CN-REGISTROS EQUAL WS-FILA-NUM
                   SET FILA-ENCONTRADA     TO TRUE
               END-IF
           END-IF
      *
           .
       LEER-SELECCION-EXIT.
           EXIT.
      ******************************************************************
      * FETCH-MENSAJE
      ******************************************************************
       FETCH-MENSAJE.
      *
           EXEC SQL
               FETCH V13C61Z-V1DC61Z1
               INTO :NUM-INSTRUCCION-COL,
                    :NUM-REF-COL,
                    :COD-DIV-COL,
                    :IMP-INSTRUIDO-COL,
                    :IDF-RIF-BENEF-COL,
                    :NOM-BENEF-COL,
                    :COD-PAIS-DEST-COL,
                    :EST-COLA,
                    :MOT-RETENCION,
                    :ACC-SOLICITADA,
                    :COD-USUARIO-SOLICITA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   INITIALIZE QGECABC
                   MOVE CT-TAB-V1DT132     TO ABC-OBJETO-ERROR
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       FETCH-MENSAJE-EXIT.
           EXIT.
      ******************************************************************
      * CERRAR-CURSOR
      ******************************************************************
       CERRAR-CURSOR.
      *
           EXEC SQL
               CLOSE V13C61Z-V1DC61Z1
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT132         TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       CERRAR-CURSOR-EXIT.
           EXIT.
      ******************************************************************
      * PROCESAR-MENSAJE
      *  CADA FILA MUESTRA SU NUMERO, LA INSTRUCCION, DIVISA Y MONTO,  *
      *  EL ESTADO CON EL MOTIVO DE RETENCION O LA ACCION SOLICITADA Y *
      *  QUIEN LA SOLICITO, Y EL BENEFICIARIO                          *
      ******************************************************************
       PROCESAR-MENSAJE.
      *
           ADD 1                           TO CN-REGISTROS
      *
           IF  CN-REGISTROS GREATER CT-MAX-FILAS
               GO TO PROCESAR-MENSAJE-EXIT
           END-IF
      *
           ADD 1                           TO WS-I
      *
           MOVE WS-I                       TO WS-FILA-ED
           MOVE NUM-INSTRUCCION-COL        TO WS-NUM-INS-ED
           MOVE IMP-INSTRUIDO-COL          TO WS-IMPORTE-ED
           MOVE SPACES                     TO WS-LINEA-COLA
      *
           STRING WS-FILA-ED               DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-NUM-INS-ED            DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  COD-DIV-COL              DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-IMPORTE-ED            DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  EST-COLA                 DELIMITED BY SIZE
                  MOT-RETENCION            DELIMITED BY SIZE
                  ACC-SOLICITADA           DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  COD-USUARIO-SOLICITA     DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  NOM-BENEF-COL(1:20)      DELIMITED BY SIZE
                  INTO WS-LINEA-COLA
           END-STRING
      *
           MOVE WS-LINEA-COLA              TO FILAS-COLA(WS-I)
      *
           .
       PROCESAR-MENSAJE-EXIT.
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
      * AD01-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V13C61Z'                  TO W963-PROGRAMA
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
