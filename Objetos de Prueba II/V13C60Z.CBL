      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C60Z                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: CREDITOS RECIBIDOS EN SUSPENSO (V1DT131).  LISTA *
      *               LOS CREDITOS DE LOS NOSTROS QUE EL CASE V13C60B  *
      *               NO PUDO ATRIBUIR A UNA COMPRA, LOS MAS VIEJOS    *
      *               PRIMERO Y CON LOS DIAS QUE LLEVAN EN SUSPENSO.   *
      *               TESORERIA ASIGNA UN CREDITO (NUMERO DE FILA) A   *
      *               UNA COMPRA PENDIENTE (NUMERO DE OPERACION) DE LA *
      *               MISMA DIVISA Y MONTO: LA COMPRA QUEDA LIQUIDADA  *
      *               EN V1DT020 Y EL CREDITO ASIGNADO CON EL USUARIO  *
      *               Y LA FECHA                                       *
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
       PROGRAM-ID.   V13C60Z.
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
           05  WS-LINEA-CREDITO            PIC X(78)   VALUE SPACES.
           05  WS-FILA-ALFA                PIC X(02)   VALUE SPACES.
           05  WS-FILA-NUM REDEFINES WS-FILA-ALFA
                                           PIC 9(02).
           05  WS-NUM-REF-ALFA             PIC X(10)   VALUE SPACES.
           05  WS-NUM-REF-NUM REDEFINES WS-NUM-REF-ALFA
                                           PIC 9(10).
           05  WS-NUM-REF                  PIC S9(10)  COMP-3
                                                       VALUE ZEROES.
           05  WS-NUM-INSTRUCCION          PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-CANT-LIQUIDADA           PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
           05  WS-FEC-HOY-N REDEFINES WS-FEC-HOY
                                           PIC 9(08).
           05  WS-FEC-CREDITO              PIC X(08)   VALUE SPACES.
           05  WS-FEC-CREDITO-N REDEFINES WS-FEC-CREDITO
                                           PIC 9(08).
           05  WS-INT-HOY                  PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-INT-CREDITO              PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-FILA-ED                  PIC Z9      VALUE ZEROES.
           05  WS-IMPORTE-ED               PIC Z.ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROES.
           05  WS-DIAS-ED                  PIC ZZZ9    VALUE ZEROES.
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
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C60Z'.
           05  CT-TAB-V1DT131              PIC X(08)   VALUE 'V1DT131'.
           05  CT-TAB-V1DT001              PIC X(08)   VALUE 'V1DT001'.
           05  CT-TAB-V1DT020              PIC X(08)   VALUE 'V1DT020'.
           05  CT-TAB-V1DT064              PIC X(08)   VALUE 'V1DT064'.
           05  CT-MAX-FILAS                PIC 9(02)   VALUE 12.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-BORRA                    PIC X(02)   VALUE '99'.
           05  CT-IDF-COMPRA               PIC X(01)   VALUE 'C'.
           05  CT-EST-LIQUIDADA            PIC X(01)   VALUE 'L'.
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-EST-MANUAL               PIC X(01)   VALUE 'M'.
           05  CT-CASE-MANUAL              PIC X(01)   VALUE 'M'.
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
           05  ME-COMPRA-NO-PENDIENTE      PIC X(07)   VALUE 'V1E0232'.
           05  ME-COMPRA-NO-CUADRA         PIC X(07)   VALUE 'V1E0233'.
           05  ME-SIN-CREDITOS             PIC X(07)   VALUE 'V1E0234'.
           05  ME-CREDITO-ASIGNADO         PIC X(07)   VALUE 'V1A0546'.
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
      ******* OPERACIONES, INSTRUCCIONES Y CREDITOS RECIBIDOS **********
           EXEC SQL
               INCLUDE V1GT001
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT020
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT131
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
           EXEC SQL
               DECLARE V13C60Z-V1DC60Z1
               CURSOR FOR
               SELECT COD_CORRESPONSAL,
                      FEC_EXTRACTO,
                      REF_EXTRACTO,
                      COD_DIV,
                      IMP_CREDITO,
                      NOM_ORDENANTE
               FROM V1DT131
               WHERE EST_CREDITO = 'P'
               ORDER BY FEC_EXTRACTO,
                        COD_CORRESPONSAL,
                        REF_EXTRACTO
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
       COPY V1ND60Z.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND60ZI.
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
           SET ADDRESS OF V1ND60ZI         TO CAA-PTR-COPYIN
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
           COMPUTE WS-INT-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-HOY-N)
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
           INITIALIZE V1ND60ZI
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
           PERFORM 2300-ASIGNAR-CREDITO
              THRU 2300-ASIGNAR-CREDITO-EXIT
      *
           PERFORM REFRESCAR-LISTA
      *
           MOVE ME-CREDITO-ASIGNADO        TO CAA-COD-AVISO1
           MOVE SPACES                     TO FILAI
                                              NUMREFI
           MOVE -1                         TO FILAL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2300-ASIGNAR-CREDITO
      *  LA FILA SE RESUELVE CONTRA LA LISTA VIGENTE (MISMO ORDEN QUE  *
      *  LA PANTALLA) Y LA OPERACION DEBE SER UNA COMPRA AUN SIN       *
      *  LIQUIDAR DE LA MISMA DIVISA Y MONTO QUE EL CREDITO            *
      ******************************************************************
       2300-ASIGNAR-CREDITO.
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
           IF  NUMREFI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           MOVE NUMREFI                    TO WS-NUM-REF-ALFA
           INSPECT WS-NUM-REF-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-NUM-REF-ALFA NOT NUMERIC
               MOVE ME-COMPRA-NO-PENDIENTE TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-NUM-REF-NUM             TO WS-NUM-REF
      *
           PERFORM 2310-TOMAR-CREDITO
              THRU 2310-TOMAR-CREDITO-EXIT
      *
           PERFORM 2320-VALIDAR-COMPRA
              THRU 2320-VALIDAR-COMPRA-EXIT
      *
           PERFORM 2330-LIQUIDAR-COMPRA
              THRU 2330-LIQUIDAR-COMPRA-EXIT
      *
           .
       2300-ASIGNAR-CREDITO-EXIT.
           EXIT.
      ******************************************************************
      * 2310-TOMAR-CREDITO
      ******************************************************************
       2310-TOMAR-CREDITO.
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
           .
       2310-TOMAR-CREDITO-EXIT.
           EXIT.
      ******************************************************************
      * 2320-VALIDAR-COMPRA
      ******************************************************************
       2320-VALIDAR-COMPRA.
      *
           MOVE WS-NUM-REF                 TO NUM-REF OF DCLV1DT001
      *
           EXEC SQL
               SELECT IDF_CMP_VTA,
                      COD_DIV_OPE,
                      IMP_OPE
               INTO  :IDF-CMP-VTA,
                     :COD-DIV-OPE,
                     :IMP-OPE
               FROM V1DT001
               WHERE NUM_REF = :DCLV1DT001.NUM-REF
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-COMPRA-NO-PENDIENTE TO CAA-COD-ERROR
                   MOVE -1                 TO NUMREFL
                   PERFORM REINPUT

               WHEN OTHER
                   INITIALIZE QGECABC
                   MOVE CT-TAB-V1DT001     TO ABC-OBJETO-ERROR
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  IDF-CMP-VTA NOT EQUAL CT-IDF-COMPRA
               MOVE ME-COMPRA-NO-PENDIENTE TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           IF  COD-DIV-OPE NOT EQUAL COD-DIV-CRE
            OR IMP-OPE NOT EQUAL IMP-CREDITO
               MOVE ME-COMPRA-NO-CUADRA    TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           MOVE ZEROES                     TO WS-CANT-LIQUIDADA
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-LIQUIDADA
               FROM V1DT020
               WHERE NUM_REF = :DCLV1DT001.NUM-REF
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT020         TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-LIQUIDADA GREATER ZEROES
               MOVE ME-COMPRA-NO-PENDIENTE TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           .
       2320-VALIDAR-COMPRA-EXIT.
           EXIT.
      ******************************************************************
      * 2330-LIQUIDAR-COMPRA
      *  IGUAL QUE EL CASE AUTOMATICO V13C60B: LA COMPRA QUEDA         *
      *  LIQUIDADA CON LA FECHA DEL EXTRACTO Y LA PARTIDA CASADA.  EL  *
      *  CREDITO SOLO SE ASIGNA SI SIGUE PENDIENTE; SI OTRO USUARIO SE *
      *  ADELANTO SE AVISA Y NO SE GRABA NADA                          *
      ******************************************************************
       2330-LIQUIDAR-COMPRA.
      *
           EXEC SQL
               UPDATE V1DT131
                  SET EST_CREDITO        = :CT-EST-MANUAL,
                      TIP_CASE           = :CT-CASE-MANUAL,
                      NUM_REF            = :DCLV1DT001.NUM-REF,
                      FEC_ASIGNADO       = :WS-FEC-HOY,
                      COD_USUARIO_ASIGNA = :AUD-USUARIO
                WHERE COD_CORRESPONSAL   = :COD-CORRESP-CRE
                  AND FEC_EXTRACTO       = :FEC-EXTRACTO-CRE
                  AND REF_EXTRACTO       = :REF-EXTRACTO-CRE
                  AND EST_CREDITO        = :CT-EST-PENDIENTE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-FILA-INVALIDA   TO CAA-COD-ERROR
                   MOVE -1                 TO FILAL
                   PERFORM REINPUT

               WHEN OTHER
                   INITIALIZE QGECABC
                   MOVE CT-TAB-V1DT131     TO ABC-OBJETO-ERROR
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           EXEC SQL
               SELECT VALUE(MAX(NUM_INSTRUCCION), 0) + 1
               INTO  :WS-NUM-INSTRUCCION
               FROM V1DT020
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT020         TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE WS-NUM-REF                 TO NUM-REF OF DCLV1DT020
           MOVE WS-NUM-INSTRUCCION         TO NUM-INSTRUCCION
           MOVE WS-FEC-HOY                 TO FEC-EXTRAIDO
           MOVE CT-EST-LIQUIDADA           TO EST-LIQUIDACION
           MOVE FEC-EXTRACTO-CRE           TO FEC-LIQUIDACION
           MOVE IMP-CREDITO                TO IMP-INSTRUIDO
      *
           EXEC SQL
               INSERT INTO V1DT020
                   (NUM_REF,
                    NUM_INSTRUCCION,
                    FEC_EXTRAIDO,
                    EST_LIQUIDACION,
                    FEC_LIQUIDACION,
                    IMP_INSTRUIDO)
               VALUES
                   (:DCLV1DT020.NUM-REF,
                    :NUM-INSTRUCCION,
                    :FEC-EXTRAIDO,
                    :EST-LIQUIDACION,
                    :FEC-LIQUIDACION,
                    :IMP-INSTRUIDO)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT020         TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE V1DT064
                  SET IND_CASADO       = 'S'
                WHERE COD_CORRESPONSAL = :COD-CORRESP-CRE
                  AND FEC_EXTRACTO     = :FEC-EXTRACTO-CRE
                  AND REF_EXTRACTO     = :REF-EXTRACTO-CRE
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT064         TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2330-LIQUIDAR-COMPRA-EXIT.
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
           PERFORM BUSCAR-CREDITOS
      *
           IF  CN-REGISTROS EQUAL ZEROES
               MOVE ME-SIN-CREDITOS        TO CAA-COD-ERROR
           END-IF
      *
           .
      ******************************************************************
      * INICIAR-FILAS
      ******************************************************************
       INICIAR-FILAS.
      *
           MOVE SPACES                     TO FILAS-CREDITO(WS-I)
      *
           .
      ******************************************************************
      * BUSCAR-CREDITOS
      ******************************************************************
       BUSCAR-CREDITOS.
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
               OPEN V13C60Z-V1DC60Z1
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT131         TO ABC-OBJETO-ERROR
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
           PERFORM FETCH-CREDITO
              THRU FETCH-CREDITO-EXIT
      *
           IF  NO-FIN-CURSOR
               PERFORM PROCESAR-CREDITO
                  THRU PROCESAR-CREDITO-EXIT
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
           PERFORM FETCH-CREDITO
              THRU FETCH-CREDITO-EXIT
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
      * FETCH-CREDITO
      ******************************************************************
       FETCH-CREDITO.
      *
           EXEC SQL
               FETCH V13C60Z-V1DC60Z1
               INTO :COD-CORRESP-CRE,
                    :FEC-EXTRACTO-CRE,
                    :REF-EXTRACTO-CRE,
                    :COD-DIV-CRE,
                    :IMP-CREDITO,
                    :NOM-ORDENANTE-CRE
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
                   MOVE CT-TAB-V1DT131     TO ABC-OBJETO-ERROR
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       FETCH-CREDITO-EXIT.
           EXIT.
      ******************************************************************
      * CERRAR-CURSOR
      ******************************************************************
       CERRAR-CURSOR.
      *
           EXEC SQL
               CLOSE V13C60Z-V1DC60Z1
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT131         TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       CERRAR-CURSOR-EXIT.
           EXIT.
      ******************************************************************
      * PROCESAR-CREDITO
      *  CADA FILA MUESTRA SU NUMERO PARA ASIGNARLA, EL CREDITO Y LOS  *
      *  DIAS QUE LLEVA EN SUSPENSO DESDE LA FECHA DEL EXTRACTO        *
      ******************************************************************
       PROCESAR-CREDITO.
      *
           ADD 1                           TO CN-REGISTROS
      *
           IF  CN-REGISTROS GREATER CT-MAX-FILAS
               GO TO PROCESAR-CREDITO-EXIT
           END-IF
      *
           ADD 1                           TO WS-I
      *
           MOVE FEC-EXTRACTO-CRE           TO WS-FEC-CREDITO
           IF  WS-FEC-CREDITO NUMERIC
               COMPUTE WS-INT-CREDITO =
                       FUNCTION INTEGER-OF-DATE(WS-FEC-CREDITO-N)
               COMPUTE WS-DIAS-ED = WS-INT-HOY - WS-INT-CREDITO
           ELSE
               MOVE ZEROES                 TO WS-DIAS-ED
           END-IF
      *
           MOVE WS-I                       TO WS-FILA-ED
           MOVE IMP-CREDITO                TO WS-IMPORTE-ED
           MOVE SPACES                     TO WS-LINEA-CREDITO
      *
           STRING WS-FILA-ED               DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  FEC-EXTRACTO-CRE         DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  REF-EXTRACTO-CRE         DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  COD-DIV-CRE              DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-IMPORTE-ED            DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-DIAS-ED               DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  NOM-ORDENANTE-CRE(1:20)  DELIMITED BY SIZE
                  INTO WS-LINEA-CREDITO
           END-STRING
      *
           MOVE WS-LINEA-CREDITO           TO FILAS-CREDITO(WS-I)
      *
           .
       PROCESAR-CREDITO-EXIT.
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
           MOVE 'V13C60Z'                  TO W963-PROGRAMA
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
