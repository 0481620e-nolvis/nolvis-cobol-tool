      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C49M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: CONTROL DE CALIDAD DE SEGUNDO NIVEL SOBRE LOS    *
      *               CASOS CERRADOS JUSTIFICADOS QUE SORTEA V13C49B   *
      *               (V1DT118).  EL REVISOR VE EL CIERRE DEL          *
      *               ANALISTA, LO CALIFICA DE 1 A 5, ANOTA SUS        *
      *               HALLAZGOS Y LO DA POR APROBADO, RECHAZADO (EL    *
      *               CASO SIGUE CERRADO Y CUENTA EN CONTRA DEL        *
      *               ANALISTA) O DEVUELTO A ANALISIS (EL CASO SE      *
      *               REABRE EN V1DT009 CON SUS HALLAZGOS DE           *
      *               DETECCION Y QUEDA UNA NOTA EN V1DT029).  NADIE   *
      *               REVISA UN CIERRE PROPIO.                         *
      *               ACCIONES: S SIGUIENTE PENDIENTE  C CONSULTA      *
      *               E EVALUAR                                        *
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
       PROGRAM-ID.   V13C49M.
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
           05  WS-NUM-REF-ALFA             PIC X(10)   VALUE SPACES.
           05  WS-NUM-REF-NUM REDEFINES WS-NUM-REF-ALFA
                                           PIC 9(10).
           05  WS-PUNTAJE                  PIC X(01)   VALUE SPACE.
           05  WS-PUNTAJE-NUM REDEFINES WS-PUNTAJE
                                           PIC 9(01).
           05  WS-PENDIENTES               PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-PENDIENTES-ED            PIC ZZZZ9.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-SIGUIENTE              VALUE 'S'.
               88  SW-88-ACCION-CONSULTA               VALUE 'C'.
               88  SW-88-ACCION-EVALUAR                VALUE 'E'.
           05  SW-RESULTADO                PIC X(01).
               88  SW-88-APROBADO                      VALUE 'A'.
               88  SW-88-RECHAZADO                     VALUE 'R'.
               88  SW-88-DEVUELTO                      VALUE 'D'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C49M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-QA-PENDIENTE             PIC X(01)   VALUE 'P'.
           05  CT-EST-ANALISIS             PIC X(01)   VALUE 'E'.
           05  CT-EST-JUSTIFICADO          PIC X(01)   VALUE 'J'.
           05  CT-DETEC-ABIERTO            PIC X(01)   VALUE 'A'.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-ENTRADA-NO-EXISTE        PIC X(07)   VALUE 'V1E0106'.
           05  ME-CIERRE-PROPIO            PIC X(07)   VALUE 'V1E0211'.
           05  ME-YA-EVALUADO              PIC X(07)   VALUE 'V1E0212'.
           05  ME-PUNTAJE-INVALIDO         PIC X(07)   VALUE 'V1E0213'.
           05  ME-CASO-NO-CERRADO          PIC X(07)   VALUE 'V1E0214'.
           05  ME-SIN-PENDIENTES           PIC X(07)   VALUE 'V1A0535'.
           05  ME-EVALUACION-GRABADA       PIC X(07)   VALUE 'V1A0536'.
           05  ME-CASO-DEVUELTO            PIC X(07)   VALUE 'V1A0537'.
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
               INCLUDE V1GT009
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT029
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT118
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
       COPY V1ND49M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND49MI.
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
           SET ADDRESS OF V1ND49MI         TO CAA-PTR-COPYIN
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
           INITIALIZE V1ND49MI
      *
           SET CAA-88-ESTADO-CONTIN        TO TRUE
           SET CAA-88-ACCION-TERMINAL      TO TRUE
      *
           PERFORM 2900-CONTAR-PENDIENTES
              THRU 2900-CONTAR-PENDIENTES-EXIT
      *
           MOVE ATRI-NOP-NUM-BRI           TO ACCIONA
           MOVE -1                         TO ACCIONL
      *
           .
       2100-ESTADO-INICIO-EXIT.
           EXIT.
      ******************************************************************
      * 2200-ESTADO-CONTINUACION
      *  S TRAE EL PENDIENTE MAS ANTIGUO QUE EL USUARIO PUEDE REVISAR; *
      *  C Y E TRABAJAN SOBRE EL NUMERO DE REFERENCIA INDICADO         *
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
           IF  NOT (SW-88-ACCION-SIGUIENTE OR SW-88-ACCION-CONSULTA
                                           OR SW-88-ACCION-EVALUAR)
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           IF  SW-88-ACCION-SIGUIENTE
               PERFORM 2300-BUSCAR-SIGUIENTE
                  THRU 2300-BUSCAR-SIGUIENTE-EXIT
           ELSE
               MOVE NUMREFI                TO WS-NUM-REF-ALFA
               INSPECT WS-NUM-REF-ALFA REPLACING LEADING SPACES
                                              BY ZEROES
               IF  WS-NUM-REF-ALFA NOT NUMERIC
                   MOVE ME-DATO-REQUERIDO  TO CAA-COD-ERROR
                   MOVE -1                 TO NUMREFL
                   PERFORM REINPUT
               END-IF
               MOVE WS-NUM-REF-NUM         TO NUM-REF-QA
           END-IF
      *
           IF  SW-88-ACCION-EVALUAR
               PERFORM 2500-EVALUAR-CIERRE
                  THRU 2500-EVALUAR-CIERRE-EXIT
           END-IF
      *
           PERFORM 2400-MOSTRAR-MUESTRA
              THRU 2400-MOSTRAR-MUESTRA-EXIT
      *
           PERFORM 2900-CONTAR-PENDIENTES
              THRU 2900-CONTAR-PENDIENTES-EXIT
      *
           MOVE -1                         TO ACCIONL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2300-BUSCAR-SIGUIENTE
      *  EL PENDIENTE MAS ANTIGUO CUYO CIERRE NO SEA DEL PROPIO        *
      *  REVISOR                                                       *
      ******************************************************************
       2300-BUSCAR-SIGUIENTE.
      *
           MOVE 'V1DT118'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT VALUE(MIN(NUM_REF), 0)
               INTO  :NUM-REF-QA
               FROM V1DT118
               WHERE EST_QA       = :CT-QA-PENDIENTE
                 AND COD_ANALISTA <> :AUD-USUARIO
                 AND FEC_MUESTRA  =
                     (SELECT MIN(FEC_MUESTRA)
                      FROM V1DT118
                      WHERE EST_QA       = :CT-QA-PENDIENTE
                        AND COD_ANALISTA <> :AUD-USUARIO)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  NUM-REF-QA EQUAL ZEROES
               INITIALIZE V1ND49MI
               PERFORM 2900-CONTAR-PENDIENTES
                  THRU 2900-CONTAR-PENDIENTES-EXIT
               MOVE ME-SIN-PENDIENTES      TO CAA-COD-AVISO1
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           .
       2300-BUSCAR-SIGUIENTE-EXIT.
           EXIT.
      ******************************************************************
      * 2400-MOSTRAR-MUESTRA
      *  MUESTRA LA EVALUACION (O LO PENDIENTE) JUNTO CON EL CIERRE    *
      *  DEL ANALISTA TAL COMO QUEDO EN EL CASO                        *
      ******************************************************************
       2400-MOSTRAR-MUESTRA.
      *
           MOVE 'V1DT118'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT Q.FEC_MUESTRA,
                      Q.COD_ANALISTA,
                      Q.COD_PROGRAMA,
                      Q.EST_QA,
                      Q.NUM_PUNTAJE,
                      Q.TXT_HALLAZGO,
                      Q.COD_REVISOR,
                      Q.FEC_REVISION,
                      C.FEC_CIERRE,
                      C.TXT_RESOLUCION
               INTO  :FEC-MUESTRA,
                     :COD-ANALISTA-QA,
                     :COD-PROGRAMA-QA,
                     :EST-QA,
                     :NUM-PUNTAJE,
                     :TXT-HALLAZGO-QA,
                     :COD-REVISOR,
                     :FEC-REVISION,
                     :FEC-CIERRE,
                     :TXT-RESOLUCION
               FROM V1DT118 Q,
                    V1DT009 C
               WHERE Q.NUM_REF = :NUM-REF-QA
                 AND C.NUM_REF = Q.NUM_REF
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
                   MOVE -1                 TO NUMREFL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE NUM-REF-QA                 TO WS-NUM-REF-NUM
           MOVE WS-NUM-REF-ALFA            TO NUMREFI
           MOVE COD-ANALISTA-QA            TO ANALISI
           MOVE FEC-CIERRE(7:2)            TO FECCIEI(1:2)
           MOVE FEC-CIERRE(5:2)            TO FECCIEI(3:2)
           MOVE FEC-CIERRE(1:4)            TO FECCIEI(5:4)
           MOVE COD-PROGRAMA-QA            TO DETECTI
           MOVE TXT-RESOLUCION             TO RESOLUI
           MOVE EST-QA                     TO ESTQAI
           MOVE FEC-MUESTRA(7:2)           TO FECMUEI(1:2)
           MOVE FEC-MUESTRA(5:2)           TO FECMUEI(3:2)
           MOVE FEC-MUESTRA(1:4)           TO FECMUEI(5:4)
      *
           IF  EST-QA EQUAL CT-QA-PENDIENTE
               MOVE SPACES                 TO PUNTAJI
                                              RESULTI
                                              HALLAZI
                                              REVISOI
                                              FECREVI
               GO TO 2400-MOSTRAR-MUESTRA-EXIT
           END-IF
      *
           MOVE NUM-PUNTAJE                TO WS-PUNTAJE-NUM
           MOVE WS-PUNTAJE                 TO PUNTAJI
           MOVE EST-QA                     TO RESULTI
           MOVE TXT-HALLAZGO-QA            TO HALLAZI
           MOVE COD-REVISOR                TO REVISOI
           MOVE FEC-REVISION(7:2)          TO FECREVI(1:2)
           MOVE FEC-REVISION(5:2)          TO FECREVI(3:2)
           MOVE FEC-REVISION(1:4)          TO FECREVI(5:4)
      *
           .
       2400-MOSTRAR-MUESTRA-EXIT.
           EXIT.
      ******************************************************************
      * 2500-EVALUAR-CIERRE
      *  SOLO SE EVALUA UNA MUESTRA PENDIENTE, CERRADA POR OTRO        *
      *  USUARIO Y CUYO CASO SIGUE CERRADO JUSTIFICADO.  LOS           *
      *  HALLAZGOS SON OBLIGATORIOS SALVO EN LA APROBACION             *
      ******************************************************************
       2500-EVALUAR-CIERRE.
      *
           MOVE 'V1DT118'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT Q.COD_ANALISTA,
                      Q.EST_QA,
                      C.EST_CASO
               INTO  :COD-ANALISTA-QA,
                     :EST-QA,
                     :EST-CASO
               FROM V1DT118 Q,
                    V1DT009 C
               WHERE Q.NUM_REF = :NUM-REF-QA
                 AND C.NUM_REF = Q.NUM_REF
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
                   MOVE -1                 TO NUMREFL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  EST-QA NOT EQUAL CT-QA-PENDIENTE
               MOVE ME-YA-EVALUADO         TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           IF  COD-ANALISTA-QA EQUAL AUD-USUARIO
               MOVE ME-CIERRE-PROPIO       TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           IF  EST-CASO NOT EQUAL CT-EST-JUSTIFICADO
               MOVE ME-CASO-NO-CERRADO     TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           MOVE PUNTAJI                    TO WS-PUNTAJE
      *
           IF  WS-PUNTAJE NOT NUMERIC
            OR WS-PUNTAJE-NUM LESS THAN 1
            OR WS-PUNTAJE-NUM GREATER THAN 5
               MOVE ME-PUNTAJE-INVALIDO    TO CAA-COD-ERROR
               MOVE -1                     TO PUNTAJL
               PERFORM REINPUT
           END-IF
      *
           MOVE RESULTI                    TO SW-RESULTADO
      *
           IF  NOT (SW-88-APROBADO OR SW-88-RECHAZADO
                                   OR SW-88-DEVUELTO)
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO RESULTL
               PERFORM REINPUT
           END-IF
      *
           IF  NOT SW-88-APROBADO
           AND (HALLAZI EQUAL SPACES OR LOW-VALUES)
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO HALLAZL
               PERFORM REINPUT
           END-IF
      *
           MOVE SW-RESULTADO               TO EST-QA
           MOVE WS-PUNTAJE-NUM             TO NUM-PUNTAJE
           IF  HALLAZI EQUAL LOW-VALUES
               MOVE SPACES                 TO TXT-HALLAZGO-QA
           ELSE
               MOVE HALLAZI                TO TXT-HALLAZGO-QA
           END-IF
           MOVE AUD-USUARIO                TO COD-REVISOR
           MOVE WS-FEC-HOY                 TO FEC-REVISION
      *
           EXEC SQL
               UPDATE V1DT118
                  SET EST_QA       = :EST-QA,
                      NUM_PUNTAJE  = :NUM-PUNTAJE,
                      TXT_HALLAZGO = :TXT-HALLAZGO-QA,
                      COD_REVISOR  = :COD-REVISOR,
                      FEC_REVISION = :FEC-REVISION
                WHERE NUM_REF      = :NUM-REF-QA
                  AND EST_QA       = :CT-QA-PENDIENTE
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  SW-88-DEVUELTO
               PERFORM 2600-DEVOLVER-CASO
                  THRU 2600-DEVOLVER-CASO-EXIT
               MOVE ME-CASO-DEVUELTO       TO CAA-COD-AVISO1
           ELSE
               MOVE ME-EVALUACION-GRABADA  TO CAA-COD-AVISO1
           END-IF
      *
           .
       2500-EVALUAR-CIERRE-EXIT.
           EXIT.
      ******************************************************************
      * 2600-DEVOLVER-CASO
      *  EL CASO VUELVE EN ANALISIS AL MISMO ANALISTA, SUS HALLAZGOS   *
      *  DE DETECCION SE REABREN Y EL MOTIVO QUEDA COMO NOTA           *
      ******************************************************************
       2600-DEVOLVER-CASO.
      *
           MOVE NUM-REF-QA                 TO NUM-REF OF DCLV1DT009
           MOVE CT-EST-ANALISIS            TO EST-CASO
           MOVE SPACES                     TO FEC-CIERRE
           MOVE 'V1DT009'                  TO WS-TABLA
      *
           EXEC SQL
               UPDATE V1DT009
                  SET EST_CASO   = :DCLV1DT009.EST-CASO,
                      FEC_CIERRE = :DCLV1DT009.FEC-CIERRE
                WHERE NUM_REF    = :DCLV1DT009.NUM-REF
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE 'V1DT060'                  TO WS-TABLA
      *
           EXEC SQL
               UPDATE V1DT060
                  SET EST_DETECCION = :CT-DETEC-ABIERTO
                WHERE NUM_REF       = :DCLV1DT009.NUM-REF
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE NUM-REF-QA                 TO NUM-REF OF DCLV1DT029
           MOVE 'V1DT029'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT VALUE(MAX(SEC_NOTA), 0) + 1
               INTO  :SEC-NOTA
               FROM V1DT029
               WHERE NUM_REF = :DCLV1DT029.NUM-REF
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO FEC-NOTA
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-NOTA
           MOVE AUD-USUARIO                TO COD-USUARIO
           MOVE SPACES                     TO TXT-NOTA
           STRING 'DEVUELTO POR CONTROL DE CALIDAD: '
                  TXT-HALLAZGO-QA
                  DELIMITED BY SIZE
                  INTO TXT-NOTA
           END-STRING
      *
           EXEC SQL
               INSERT INTO V1DT029
                   (NUM_REF,
                    SEC_NOTA,
                    FEC_NOTA,
                    HOR_NOTA,
                    COD_USUARIO,
                    TXT_NOTA)
               VALUES
                   (:DCLV1DT029.NUM-REF,
                    :SEC-NOTA,
                    :FEC-NOTA,
                    :HOR-NOTA,
                    :DCLV1DT029.COD-USUARIO,
                    :TXT-NOTA)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2600-DEVOLVER-CASO-EXIT.
           EXIT.
      ******************************************************************
      * 2900-CONTAR-PENDIENTES
      ******************************************************************
       2900-CONTAR-PENDIENTES.
      *
           MOVE ZEROES                     TO WS-PENDIENTES
           MOVE 'V1DT118'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-PENDIENTES
               FROM V1DT118
               WHERE EST_QA = :CT-QA-PENDIENTE
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE WS-PENDIENTES              TO WS-PENDIENTES-ED
           MOVE WS-PENDIENTES-ED           TO PENDIEI
      *
           .
       2900-CONTAR-PENDIENTES-EXIT.
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
           MOVE 'V13C49M'                  TO W963-PROGRAMA
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
