      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C82M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: SOLICITUDES DE RESTAURACION DE OPERACIONES       *
      *               ARCHIVADAS (V1AT001) A LAS TABLAS VIVAS, CUANDO  *
      *               UN CASO JUDICIAL O UN REVERSO TARDIO OBLIGA A    *
      *               PROCESARLAS DE NUEVO (V1DT165).  LA SOLICITUD    *
      *               LA APRUEBA UN SUPERVISOR DISTINTO DEL QUE LA     *
      *               REGISTRO Y LA EJECUTA EL PROCESO V13C82B.        *
      *               MIENTRAS LA SOLICITUD NO SE CIERRE, EL ARCHIVADO *
      *               V12C62B NO VUELVE A LLEVARSE LA OPERACION.       *
      *               ACCIONES: S SOLICITAR  A APROBAR  R RECHAZAR     *
      *                         F CERRAR  C CONSULTA                   *
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
       PROGRAM-ID.   V13C82M.
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
           05  WS-NUM-SOL-ALFA             PIC X(09)   VALUE SPACES.
           05  WS-NUM-SOL-NUM REDEFINES WS-NUM-SOL-ALFA
                                           PIC 9(09).
           05  WS-NUM-REF-ALFA             PIC X(10)   VALUE SPACES.
           05  WS-NUM-REF-NUM REDEFINES WS-NUM-REF-ALFA
                                           PIC 9(10).
           05  WS-CANT-FILAS               PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-NUM-SOLICITUD-ED         PIC 9(09)   VALUE ZEROES.
           05  WS-NUM-REF-ED               PIC 9(10)   VALUE ZEROES.
           05  WS-CANT-ED                  PIC ZZZZZZZZ9.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-SOLICITAR              VALUE 'S'.
               88  SW-88-ACCION-APROBAR                VALUE 'A'.
               88  SW-88-ACCION-RECHAZAR               VALUE 'R'.
               88  SW-88-ACCION-CERRAR                 VALUE 'F'.
               88  SW-88-ACCION-CONSULTA               VALUE 'C'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C82M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-CONTADOR-SOLICITUD       PIC X(08)   VALUE 'SOLRESTA'.
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-EST-APROBADA             PIC X(01)   VALUE 'A'.
           05  CT-EST-RESTAURADA           PIC X(01)   VALUE 'R'.
           05  CT-EST-CERRADA              PIC X(01)   VALUE 'C'.
           05  CT-EST-RECHAZADA            PIC X(01)   VALUE 'N'.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-FUERA-ENTIDAD            PIC X(07)   VALUE 'V1E0225'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-MISMO-USUARIO            PIC X(07)   VALUE 'V1E0140'.
           05  ME-ANULACION-DENEGADA       PIC X(07)   VALUE 'V1E0158'.
           05  ME-SOLICITUD-NO-EXISTE      PIC X(07)   VALUE 'V1E0262'.
           05  ME-ESTADO-INVALIDO          PIC X(07)   VALUE 'V1E0279'.
           05  ME-OPE-NO-ARCHIVADA         PIC X(07)   VALUE 'V1E0286'.
           05  ME-RESTAURACION-ABIERTA     PIC X(07)   VALUE 'V1E0287'.
           05  ME-SOLICITUD-REGISTRADA     PIC X(07)   VALUE 'V1A0557'.
           05  ME-CAMBIO-CONFORME          PIC X(07)   VALUE 'V1A0544'.
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
               INCLUDE V1GT001
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT056
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT165
           END-EXEC
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
       COPY V1ND82M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND82MI.
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
           SET ADDRESS OF V1ND82MI         TO CAA-PTR-COPYIN
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
      *                  1970-VERIFICAR-ENTIDAD                        *
      ******************************************************************
      *  LA OPERACION DE LA SOLICITUD DEBE SER DE UNA ENTIDAD JURIDICA *
      *  DEL USUARIO (V1DT123); SI NO, SE RECHAZA COMO SI NO EXISTIERA *
      ******************************************************************
       1970-VERIFICAR-ENTIDAD.
      *
           MOVE AUD-USUARIO                TO W930-USUARIO
           MOVE CAA-CODTRAN                TO W930-TRAN
           SET W930-88-MODO-DATO           TO TRUE
           MOVE SPACES                     TO W930-RETORNO
                                              W930-DATO-COMPLETO
           MOVE COD-ENT-BANCO OF DCLV1DT001 TO W930-ENT-DATO
      *
           EXEC CICS
               LINK PROGRAM('V19C030')
               COMMAREA(V1WC930)
               NOHANDLE
           END-EXEC
      *
           IF  NOT W930-88-PERMITIDO
               MOVE ME-FUERA-ENTIDAD       TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           .
       1970-VERIFICAR-ENTIDAD-EXIT.
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
           INITIALIZE V1ND82MI
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
      *  LA SOLICITUD SE REGISTRA CON LA OPERACION Y EL MOTIVO; LAS    *
      *  DEMAS ACCIONES SE HACEN SOBRE EL NUMERO DE SOLICITUD.         *
      *  DESPUES DE CADA ACCION SE REDESPLIEGA LA SOLICITUD            *
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
           EVALUATE TRUE
               WHEN SW-88-ACCION-SOLICITAR
                   PERFORM 2300-REGISTRAR-SOLICITUD
                      THRU 2300-REGISTRAR-SOLICITUD-EXIT

               WHEN SW-88-ACCION-APROBAR
               WHEN SW-88-ACCION-RECHAZAR
                   PERFORM 2400-RESOLVER-SOLICITUD
                      THRU 2400-RESOLVER-SOLICITUD-EXIT

               WHEN SW-88-ACCION-CERRAR
                   PERFORM 2500-CERRAR-SOLICITUD
                      THRU 2500-CERRAR-SOLICITUD-EXIT

               WHEN SW-88-ACCION-CONSULTA
                   PERFORM 2250-LEER-SOLICITUD
                      THRU 2250-LEER-SOLICITUD-EXIT

               WHEN OTHER
                   MOVE ME-ACCION-INVALIDA TO CAA-COD-ERROR
                   MOVE -1                 TO ACCIONL
                   PERFORM REINPUT
           END-EVALUATE
      *
           PERFORM 2700-MOSTRAR-SOLICITUD
              THRU 2700-MOSTRAR-SOLICITUD-EXIT
      *
           MOVE -1                         TO ACCIONL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2250-LEER-SOLICITUD
      ******************************************************************
       2250-LEER-SOLICITUD.
      *
           MOVE NUMSOLI                    TO WS-NUM-SOL-ALFA
           INSPECT WS-NUM-SOL-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-NUM-SOL-ALFA NOT NUMERIC
            OR WS-NUM-SOL-NUM EQUAL ZEROES
               MOVE ME-SOLICITUD-NO-EXISTE TO CAA-COD-ERROR
               MOVE -1                     TO NUMSOLL
               PERFORM REINPUT
           END-IF
      *
           MOVE 'V1DT165'                  TO WS-TABLA
           MOVE WS-NUM-SOL-NUM             TO NUM-SOLICITUD-RES
      *
           EXEC SQL
               SELECT NUM_REF,
                      TXT_MOTIVO,
                      EST_SOLICITUD,
                      FEC_SOLICITUD,
                      HOR_SOLICITUD,
                      COD_USUARIO,
                      COD_USUARIO_APR,
                      FEC_APROBACION,
                      FEC_RESTAURACION,
                      CANT_OPERACIONES,
                      CANT_AUTORIZACIONES,
                      CANT_HISTORIAL,
                      COD_USUARIO_CIE,
                      FEC_CIERRE
               INTO  :NUM-REF-RES,
                     :TXT-MOTIVO-RES,
                     :EST-SOLICITUD-RES,
                     :FEC-SOLICITUD-RES,
                     :HOR-SOLICITUD-RES,
                     :COD-USUARIO-RES,
                     :COD-USUARIO-APR-RES,
                     :FEC-APROBACION-RES,
                     :FEC-RESTAURACION-RES,
                     :CANT-OPERACIONES-RES,
                     :CANT-AUTORIZACIONES-RES,
                     :CANT-HISTORIAL-RES,
                     :COD-USUARIO-CIE-RES,
                     :FEC-CIERRE-RES
               FROM V1DT165
               WHERE NUM_SOLICITUD = :NUM-SOLICITUD-RES
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-SOLICITUD-NO-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO NUMSOLL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE NUM-REF-RES                TO NUM-REF OF DCLV1DT001
           PERFORM 2260-ENTIDAD-OPERACION
              THRU 2260-ENTIDAD-OPERACION-EXIT
      *
           .
       2250-LEER-SOLICITUD-EXIT.
           EXIT.
      ******************************************************************
      * 2260-ENTIDAD-OPERACION
      *  LA ENTIDAD JURIDICA SE TOMA DE LAS TABLAS VIVAS SI LA         *
      *  OPERACION YA FUE RESTAURADA, SI NO DEL ARCHIVO                *
      ******************************************************************
       2260-ENTIDAD-OPERACION.
      *
           MOVE 'V1DT001'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT COD_ENT_BANCO
               INTO  :DCLV1DT001.COD-ENT-BANCO
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
                   MOVE 'V1AT001'          TO WS-TABLA
                   EXEC SQL
                       SELECT COD_ENT_BANCO
                       INTO  :DCLV1DT001.COD-ENT-BANCO
                       FROM V1AT001
                       WHERE NUM_REF = :DCLV1DT001.NUM-REF
                   END-EXEC
                   IF  SQLCODE EQUAL +100
                       GO TO 2260-ENTIDAD-OPERACION-EXIT
                   END-IF
                   IF  SQLCODE NOT EQUAL ZEROES
                       PERFORM 9999-ABEND-DB2
                          THRU 9999-ABEND-DB2-EXIT
                   END-IF

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           PERFORM 1970-VERIFICAR-ENTIDAD
              THRU 1970-VERIFICAR-ENTIDAD-EXIT
      *
           .
       2260-ENTIDAD-OPERACION-EXIT.
           EXIT.
      ******************************************************************
      * 2300-REGISTRAR-SOLICITUD
      *  LA OPERACION DEBE ESTAR EN EL ARCHIVO Y NO EN LAS TABLAS      *
      *  VIVAS, Y NO PUEDE TENER OTRA SOLICITUD ABIERTA (PENDIENTE,    *
      *  APROBADA O RESTAURADA SIN CERRAR)                             *
      ******************************************************************
       2300-REGISTRAR-SOLICITUD.
      *
           MOVE NUMREFI                    TO WS-NUM-REF-ALFA
           INSPECT WS-NUM-REF-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-NUM-REF-ALFA NOT NUMERIC
            OR WS-NUM-REF-NUM EQUAL ZEROES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           IF  MOTIVOI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO MOTIVOL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-NUM-REF-NUM             TO NUM-REF OF DCLV1DT001
                                              NUM-REF-RES
           MOVE 'V1AT001'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-FILAS
               FROM V1AT001
               WHERE NUM_REF = :DCLV1DT001.NUM-REF
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-FILAS EQUAL ZEROES
               MOVE ME-OPE-NO-ARCHIVADA    TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2260-ENTIDAD-OPERACION
              THRU 2260-ENTIDAD-OPERACION-EXIT
      *
           MOVE 'V1DT001'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-FILAS
               FROM V1DT001
               WHERE NUM_REF = :DCLV1DT001.NUM-REF
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-FILAS GREATER ZEROES
               MOVE ME-OPE-NO-ARCHIVADA    TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           MOVE 'V1DT165'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-FILAS
               FROM V1DT165
               WHERE NUM_REF       = :NUM-REF-RES
                 AND EST_SOLICITUD IN (:CT-EST-PENDIENTE,
                                       :CT-EST-APROBADA,
                                       :CT-EST-RESTAURADA)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-FILAS GREATER ZEROES
               MOVE ME-RESTAURACION-ABIERTA
                                           TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2800-ACUNAR-SOLICITUD
              THRU 2800-ACUNAR-SOLICITUD-EXIT
      *
           MOVE MOTIVOI                    TO TXT-MOTIVO-RES
           MOVE CT-EST-PENDIENTE           TO EST-SOLICITUD-RES
           MOVE WS-FEC-HOY                 TO FEC-SOLICITUD-RES
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-SOLICITUD-RES
           MOVE AUD-USUARIO                TO COD-USUARIO-RES
           MOVE SPACES                     TO COD-USUARIO-APR-RES
                                              FEC-APROBACION-RES
                                              FEC-RESTAURACION-RES
                                              COD-USUARIO-CIE-RES
                                              FEC-CIERRE-RES
           MOVE ZEROES                     TO CANT-OPERACIONES-RES
                                              CANT-AUTORIZACIONES-RES
                                              CANT-HISTORIAL-RES
           MOVE 'V1DT165'                  TO WS-TABLA
      *
           EXEC SQL
               INSERT INTO V1DT165
                   (NUM_SOLICITUD,
                    NUM_REF,
                    TXT_MOTIVO,
                    EST_SOLICITUD,
                    FEC_SOLICITUD,
                    HOR_SOLICITUD,
                    COD_USUARIO,
                    COD_USUARIO_APR,
                    FEC_APROBACION,
                    FEC_RESTAURACION,
                    CANT_OPERACIONES,
                    CANT_AUTORIZACIONES,
                    CANT_HISTORIAL,
                    COD_USUARIO_CIE,
                    FEC_CIERRE)
               VALUES
                   (:NUM-SOLICITUD-RES,
                    :NUM-REF-RES,
                    :TXT-MOTIVO-RES,
                    :EST-SOLICITUD-RES,
                    :FEC-SOLICITUD-RES,
                    :HOR-SOLICITUD-RES,
                    :COD-USUARIO-RES,
                    :COD-USUARIO-APR-RES,
                    :FEC-APROBACION-RES,
                    :FEC-RESTAURACION-RES,
                    :CANT-OPERACIONES-RES,
                    :CANT-AUTORIZACIONES-RES,
                    :CANT-HISTORIAL-RES,
                    :COD-USUARIO-CIE-RES,
                    :FEC-CIERRE-RES)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE ME-SOLICITUD-REGISTRADA    TO CAA-COD-AVISO1
      *
           .
       2300-REGISTRAR-SOLICITUD-EXIT.
           EXIT.
      ******************************************************************
      * 2400-RESOLVER-SOLICITUD
      *  APROBAR O RECHAZAR ES UN ACTO DE SUPERVISION, Y NADIE APRUEBA *
      *  SU PROPIA SOLICITUD.  SOLO SE RESUELVE UNA SOLICITUD          *
      *  PENDIENTE                                                     *
      ******************************************************************
       2400-RESOLVER-SOLICITUD.
      *
           IF  NOT W930-88-SUPERVISOR
               MOVE ME-ANULACION-DENEGADA  TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2250-LEER-SOLICITUD
              THRU 2250-LEER-SOLICITUD-EXIT
      *
           IF  EST-SOLICITUD-RES NOT EQUAL CT-EST-PENDIENTE
               MOVE ME-ESTADO-INVALIDO     TO CAA-COD-ERROR
               MOVE -1                     TO NUMSOLL
               PERFORM REINPUT
           END-IF
      *
           IF  SW-88-ACCION-APROBAR
           AND COD-USUARIO-RES EQUAL AUD-USUARIO
               MOVE ME-MISMO-USUARIO       TO CAA-COD-ERROR
               MOVE -1                     TO NUMSOLL
               PERFORM REINPUT
           END-IF
      *
           IF  SW-88-ACCION-APROBAR
               MOVE CT-EST-APROBADA        TO EST-SOLICITUD-RES
           ELSE
               MOVE CT-EST-RECHAZADA       TO EST-SOLICITUD-RES
           END-IF
      *
           MOVE AUD-USUARIO                TO COD-USUARIO-APR-RES
           MOVE WS-FEC-HOY                 TO FEC-APROBACION-RES
      *
           EXEC SQL
               UPDATE V1DT165
                  SET EST_SOLICITUD   = :EST-SOLICITUD-RES,
                      COD_USUARIO_APR = :COD-USUARIO-APR-RES,
                      FEC_APROBACION  = :FEC-APROBACION-RES
                WHERE NUM_SOLICITUD = :NUM-SOLICITUD-RES
                  AND EST_SOLICITUD = :CT-EST-PENDIENTE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE ME-CAMBIO-CONFORME TO CAA-COD-AVISO1

      *        OTRO SUPERVISOR LA RESOLVIO ENTRE LA LECTURA Y LA
      *        ACTUALIZACION
               WHEN DB2-NOTFND
                   MOVE ME-ESTADO-INVALIDO TO CAA-COD-ERROR
                   MOVE -1                 TO NUMSOLL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2400-RESOLVER-SOLICITUD-EXIT.
           EXIT.
      ******************************************************************
      * 2500-CERRAR-SOLICITUD
      *  CIERRA EL CASO DE UNA OPERACION YA RESTAURADA: DESDE AHI EL   *
      *  ARCHIVADO V12C62B PUEDE VOLVER A LLEVARSELA.  LA CIERRA EL    *
      *  QUE LA SOLICITO O UN SUPERVISOR                               *
      ******************************************************************
       2500-CERRAR-SOLICITUD.
      *
           PERFORM 2250-LEER-SOLICITUD
              THRU 2250-LEER-SOLICITUD-EXIT
      *
           IF  NOT W930-88-SUPERVISOR
           AND COD-USUARIO-RES NOT EQUAL AUD-USUARIO
               MOVE ME-ANULACION-DENEGADA  TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           IF  EST-SOLICITUD-RES NOT EQUAL CT-EST-RESTAURADA
               MOVE ME-ESTADO-INVALIDO     TO CAA-COD-ERROR
               MOVE -1                     TO NUMSOLL
               PERFORM REINPUT
           END-IF
      *
           MOVE CT-EST-CERRADA             TO EST-SOLICITUD-RES
           MOVE AUD-USUARIO                TO COD-USUARIO-CIE-RES
           MOVE WS-FEC-HOY                 TO FEC-CIERRE-RES
      *
           EXEC SQL
               UPDATE V1DT165
                  SET EST_SOLICITUD   = :EST-SOLICITUD-RES,
                      COD_USUARIO_CIE = :COD-USUARIO-CIE-RES,
                      FEC_CIERRE      = :FEC-CIERRE-RES
                WHERE NUM_SOLICITUD = :NUM-SOLICITUD-RES
                  AND EST_SOLICITUD = :CT-EST-RESTAURADA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE ME-CAMBIO-CONFORME TO CAA-COD-AVISO1

               WHEN DB2-NOTFND
                   MOVE ME-ESTADO-INVALIDO TO CAA-COD-ERROR
                   MOVE -1                 TO NUMSOLL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2500-CERRAR-SOLICITUD-EXIT.
           EXIT.
      ******************************************************************
      * 2700-MOSTRAR-SOLICITUD
      *  LA FECHA DE LA OPERACION SE TOMA DE LAS TABLAS VIVAS SI YA    *
      *  FUE RESTAURADA, SI NO DEL ARCHIVO                             *
      ******************************************************************
       2700-MOSTRAR-SOLICITUD.
      *
           MOVE NUM-REF-RES                TO NUM-REF OF DCLV1DT001
           MOVE SPACES                     TO FEC-OPE OF DCLV1DT001
           MOVE 'V1DT001'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT FEC_OPE
               INTO  :DCLV1DT001.FEC-OPE
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
                   MOVE 'V1AT001'          TO WS-TABLA
                   EXEC SQL
                       SELECT FEC_OPE
                       INTO  :DCLV1DT001.FEC-OPE
                       FROM V1AT001
                       WHERE NUM_REF = :DCLV1DT001.NUM-REF
                   END-EXEC
                   IF  SQLCODE NOT EQUAL ZEROES
                   AND SQLCODE NOT EQUAL +100
                       PERFORM 9999-ABEND-DB2
                          THRU 9999-ABEND-DB2-EXIT
                   END-IF

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE NUM-SOLICITUD-RES          TO WS-NUM-SOLICITUD-ED
           MOVE WS-NUM-SOLICITUD-ED        TO NUMSOLI
           MOVE NUM-REF-RES                TO WS-NUM-REF-ED
           MOVE WS-NUM-REF-ED              TO NUMREFI
           MOVE FEC-OPE OF DCLV1DT001      TO FECOPEI
           MOVE TXT-MOTIVO-RES             TO MOTIVOI
           MOVE EST-SOLICITUD-RES          TO ESTSOLI
           MOVE COD-USUARIO-RES            TO USUSOLI
           MOVE FEC-SOLICITUD-RES          TO FECSOLI
           MOVE COD-USUARIO-APR-RES        TO USUAPRI
           MOVE FEC-APROBACION-RES         TO FECAPRI
           MOVE FEC-RESTAURACION-RES       TO FECRESI
           MOVE CANT-OPERACIONES-RES       TO WS-CANT-ED
           MOVE WS-CANT-ED                 TO CANOPEI
           MOVE CANT-AUTORIZACIONES-RES    TO WS-CANT-ED
           MOVE WS-CANT-ED                 TO CANAUTI
           MOVE CANT-HISTORIAL-RES         TO WS-CANT-ED
           MOVE WS-CANT-ED                 TO CANHISI
           MOVE COD-USUARIO-CIE-RES        TO USUCIEI
           MOVE FEC-CIERRE-RES             TO FECCIEI
      *
           .
       2700-MOSTRAR-SOLICITUD-EXIT.
           EXIT.
      ******************************************************************
      *                  2800-ACUNAR-SOLICITUD                         *
      *  NUMERACION DEFENDIBLE: LA FILA DEL CONTADOR SE ACTUALIZA Y    *
      *  SE LEE EN LA MISMA UNIDAD DE TRABAJO (V1DT056)                *
      ******************************************************************
       2800-ACUNAR-SOLICITUD.
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
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE NUM-ACTUAL                 TO NUM-SOLICITUD-RES
      *
           .
       2800-ACUNAR-SOLICITUD-EXIT.
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
           MOVE 'V13C82M'                  TO W963-PROGRAMA
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
