      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C93M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: PAGO EN TAQUILLA DE LAS REMESAS FAMILIARES       *
      *               CARGADAS POR V13C92B (V1DT179).  'C' CONSULTA    *
      *               LA ORDEN.  'P' LA PAGA AL BENEFICIARIO QUE       *
      *               PRESENTA SU DOCUMENTO, EN EFECTIVO ('E') O POR   *
      *               ABONO A SU PROPIA CUENTA ('T'), EN BOLIVARES A   *
      *               LA TASA OFICIAL DEL DIA: LA ORDEN SE VUELVE A    *
      *               FILTRAR CONTRA LAS LISTAS, SE REGISTRA COMO      *
      *               COMPRA EN V1DT001 CON EL CONCEPTO DE LA EMPRESA  *
      *               Y QUEDA PAGADA.  'L' LIBERA UNA ORDEN RETENIDA   *
      *               POR EL FILTRO, SOLO PARA SUPERVISORES            *
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
       PROGRAM-ID.   V13C93M.
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
           05  WS-TAS-DIVISA               PIC S9(07)V9(04) COMP-3
                                                       VALUE ZEROES.
           05  WS-TAS-USD                  PIC S9(07)V9(04) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-ED                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-IMP-BS-ED                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-TAS-ED                   PIC ZZZZZZ9,9999.
           05  WS-NUM-REF-ED               PIC 9(10).
           05  WS-ALC-VENTA                PIC X(01)   VALUE SPACE.
           05  WS-ALC-TRANSF               PIC X(01)   VALUE SPACE.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-CONSULTA               VALUE 'C'.
               88  SW-88-ACCION-PAGAR                  VALUE 'P'.
               88  SW-88-ACCION-LIBERAR                VALUE 'L'.
           05  SW-TIP-PAGO                 PIC X(01).
               88  SW-88-PAGO-EFECTIVO                 VALUE 'E'.
               88  SW-88-PAGO-ABONO                    VALUE 'T'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C93M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-V19C061                  PIC X(08)   VALUE 'V19C061'.
           05  CT-V19C067                  PIC X(08)   VALUE 'V19C067'.
           05  CT-V19C069                  PIC X(08)   VALUE 'V19C069'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-BORRA                    PIC X(02)   VALUE '99'.
           05  CT-DIV-DOLAR                PIC X(03)   VALUE '1'.
           05  CT-IDF-COMPRA               PIC X(01)   VALUE 'C'.
           05  CT-CLA-CLIENTE              PIC X(01)   VALUE 'C'.
           05  CT-CONTADOR-REMESAS         PIC X(08)   VALUE 'REMESAS'.
           05  CT-PAIS-LOCAL               PIC X(03)   VALUE '000'.
           05  CT-EST-DISPONIBLE           PIC X(01)   VALUE 'D'.
           05  CT-EST-RETENIDA             PIC X(01)   VALUE 'R'.
           05  CT-EST-RECHAZADA            PIC X(01)   VALUE 'X'.
           05  CT-EST-PAGADA               PIC X(01)   VALUE 'P'.
           05  CT-TXT-DISPONIBLE           PIC X(10)
               VALUE 'DISPONIBLE'.
           05  CT-TXT-RETENIDA             PIC X(10)
               VALUE 'RETENIDA'.
           05  CT-TXT-RECHAZADA            PIC X(10)
               VALUE 'RECHAZADA'.
           05  CT-TXT-PAGADA               PIC X(10)
               VALUE 'PAGADA'.
           05  CT-DET-REMESA               PIC X(04)   VALUE 'REM '.
           05  CT-ALC-TODAS                PIC X(01)   VALUE 'A'.
           05  CT-ALC-VENTAS               PIC X(01)   VALUE 'V'.
           05  CT-ALC-TRANSF               PIC X(01)   VALUE 'T'.
           05  CT-PAGO-TRANSF              PIC X(01)   VALUE 'T'.
           05  CT-ORDEN-VIGENTE            PIC X(01)   VALUE 'V'.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-NUMDOC-REQUERIDO         PIC X(07)   VALUE 'V1E0041'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-TASA-ERRADA              PIC X(07)   VALUE 'V1E0097'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-ENTRADA-NO-EXISTE        PIC X(07)   VALUE 'V1E0106'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-BENEF-EN-LISTA           PIC X(07)   VALUE 'V1E0186'.
           05  ME-BLOQUEO-JUDICIAL         PIC X(07)   VALUE 'V1E0221'.
           05  ME-DEPOSITOS-NO-DISP        PIC X(07)   VALUE 'V1E0294'.
           05  ME-EMPRESA-INACTIVA         PIC X(07)   VALUE 'V1E0311'.
           05  ME-ORDEN-RETENIDA           PIC X(07)   VALUE 'V1E0312'.
           05  ME-ORDEN-YA-PAGADA          PIC X(07)   VALUE 'V1E0313'.
           05  ME-ORDEN-RECHAZADA          PIC X(07)   VALUE 'V1E0314'.
           05  ME-DOC-NO-ES-BENEF          PIC X(07)   VALUE 'V1E0315'.
           05  ME-ORDEN-NO-RETENIDA        PIC X(07)   VALUE 'V1E0316'.
           05  ME-REMESA-PAGADA            PIC X(07)   VALUE 'V1A0566'.
           05  ME-ORDEN-LIBERADA           PIC X(07)   VALUE 'V1A0567'.
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
               INCLUDE V1GT178
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT179
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT121
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT122
           END-EXEC
      *
      ******************************************************************
      *                COPY DE AUDITORIA DE NAVEGACION                 *
      ******************************************************************
           COPY V1WC930.
           COPY V1WC954.
           COPY V1WC963.
      *  COPY DE LA RUTINA V19C061 (FILTRO DE LISTAS Y EMBARGOS)
           COPY V1WC961.
      *  COPY DE LA RUTINA V19C067 (TITULARIDAD DE LA CUENTA)
           COPY V1WC967.
      *  COPY DE LA RUTINA V19C069 (EVENTOS DE LA OPERACION)
           COPY V1WC969.
       01  WS-QGECAUD-01.
           COPY QGECAUD.
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
      *
           COPY QGECCAA.
       COPY V1ND93M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND93MI.
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
           SET ADDRESS OF V1ND93MI         TO CAA-PTR-COPYIN
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
                                              W930-SUPERVISOR
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
           INITIALIZE V1ND93MI
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
                   MOVE -1                     TO ACCIONL
                   PERFORM REINPUT
           END-EVALUATE
      *
           MOVE ACCIONI                    TO SW-ACCION
      *
           IF  NOT (SW-88-ACCION-CONSULTA OR SW-88-ACCION-PAGAR
                                          OR SW-88-ACCION-LIBERAR)
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
      *    LIBERAR UNA ORDEN RETENIDA ES DECISION DE CUMPLIMIENTO, NO
      *    DEL TAQUILLERO QUE PAGA
           IF  SW-88-ACCION-LIBERAR
           AND NOT W930-88-SUPERVISOR
               MOVE ME-ACCESO-DENEGADO     TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           IF  CODEMPI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO CODEMPL
               PERFORM REINPUT
           END-IF
      *
           IF  NUMORDI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO NUMORDL
               PERFORM REINPUT
           END-IF
      *
           MOVE CODEMPI                    TO COD-EMPRESA-ORD
                                              COD-EMPRESA-REM
           MOVE NUMORDI                    TO NUM-ORDEN-REM
      *
           PERFORM 2300-LEER-ORDEN
              THRU 2300-LEER-ORDEN-EXIT
      *
           EVALUATE TRUE
               WHEN SW-88-ACCION-CONSULTA
                   MOVE -1                 TO ACCIONL
                   PERFORM REINPUT

               WHEN SW-88-ACCION-LIBERAR
                   PERFORM 2800-LIBERAR-ORDEN
                      THRU 2800-LIBERAR-ORDEN-EXIT
                   PERFORM 2300-LEER-ORDEN
                      THRU 2300-LEER-ORDEN-EXIT
                   MOVE ME-ORDEN-LIBERADA  TO CAA-COD-AVISO1
                   MOVE -1                 TO ACCIONL
                   PERFORM REINPUT
           END-EVALUATE
      *
           PERFORM 2400-VALIDAR-PAGO
              THRU 2400-VALIDAR-PAGO-EXIT
      *
           PERFORM 2500-FILTRAR-LISTAS
              THRU 2500-FILTRAR-LISTAS-EXIT
      *
           PERFORM 2520-VALIDAR-BLOQUEO
              THRU 2520-VALIDAR-BLOQUEO-EXIT
      *
           PERFORM 2550-BUSCAR-TASAS
              THRU 2550-BUSCAR-TASAS-EXIT
      *
           PERFORM 2600-ACUNAR-REFERENCIA
              THRU 2600-ACUNAR-REFERENCIA-EXIT
      *
           PERFORM 2650-MARCAR-PAGADA
              THRU 2650-MARCAR-PAGADA-EXIT
      *
           PERFORM 2700-INSERTAR-OPERACION
              THRU 2700-INSERTAR-OPERACION-EXIT
      *
           PERFORM 2750-REGISTRAR-EVENTO
              THRU 2750-REGISTRAR-EVENTO-EXIT
      *
           PERFORM 2300-LEER-ORDEN
              THRU 2300-LEER-ORDEN-EXIT
      *
           MOVE ME-REMESA-PAGADA           TO CAA-COD-AVISO1
           MOVE -1                         TO ACCIONL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2300-LEER-ORDEN
      *  LA ORDEN Y SU EMPRESA; EN PANTALLA SE MUESTRAN REMITENTE,     *
      *  BENEFICIARIO, IMPORTE Y ESTADO, PERO NO EL DOCUMENTO DEL      *
      *  BENEFICIARIO, QUE DEBE PRESENTARLO QUIEN COBRA                *
      ******************************************************************
       2300-LEER-ORDEN.
      *
           MOVE 'V1DT179'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT FEC_ORDEN,
                      NOM_REMITENTE,
                      NUM_DOC_REMITENTE,
                      COD_PAIS_ORIGEN,
                      NOM_BENEF,
                      NUM_DOC_BENEF,
                      COD_DIV,
                      IMP_REMESA,
                      EST_ORDEN,
                      COD_MOTIVO,
                      COD_USUARIO_LIBERA,
                      NUM_REF,
                      TAS_PAGO,
                      IMP_BOLIVARES
               INTO  :FEC-ORDEN-REM,
                     :NOM-REMITENTE,
                     :NUM-DOC-REMITENTE,
                     :COD-PAIS-ORIGEN,
                     :NOM-BENEF-REM,
                     :NUM-DOC-BENEF-REM,
                     :COD-DIV-REM,
                     :IMP-REMESA,
                     :EST-ORDEN-REM,
                     :COD-MOTIVO-REM,
                     :COD-USUARIO-LIBERA,
                     :NUM-REF-REM,
                     :TAS-PAGO-REM,
                     :IMP-BOLIVARES-REM
               FROM V1DT179
               WHERE COD_EMPRESA = :COD-EMPRESA-ORD
                 AND NUM_ORDEN   = :NUM-ORDEN-REM
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
                   MOVE -1                 TO NUMORDL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE 'V1DT178'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT NOM_EMPRESA,
                      COD_CPT_CMP_VTA,
                      IND_ACTIVA
               INTO  :NOM-EMPRESA-REM,
                     :COD-CPT-REMESA,
                     :IND-ACTIVA-REM
               FROM V1DT178
               WHERE COD_EMPRESA = :COD-EMPRESA-REM
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE NOM-EMPRESA-REM            TO NOMEMPI
           MOVE NOM-REMITENTE              TO NOMREMI
           MOVE NUM-DOC-REMITENTE          TO DOCREMI
           MOVE COD-PAIS-ORIGEN            TO PAIREMI
           MOVE NOM-BENEF-REM              TO NOMBENI
           MOVE COD-DIV-REM                TO CODDIVI
           MOVE IMP-REMESA                 TO WS-IMP-ED
           MOVE WS-IMP-ED                  TO IMPREMI
           MOVE COD-MOTIVO-REM             TO MOTIVOI
      *
           EVALUATE EST-ORDEN-REM
               WHEN CT-EST-DISPONIBLE
                   MOVE CT-TXT-DISPONIBLE  TO ESTADOI
               WHEN CT-EST-RETENIDA
                   MOVE CT-TXT-RETENIDA    TO ESTADOI
               WHEN CT-EST-RECHAZADA
                   MOVE CT-TXT-RECHAZADA   TO ESTADOI
               WHEN OTHER
                   MOVE CT-TXT-PAGADA      TO ESTADOI
           END-EVALUATE
      *
           IF  EST-ORDEN-REM EQUAL CT-EST-PAGADA
               MOVE NUM-REF-REM            TO WS-NUM-REF-ED
               MOVE WS-NUM-REF-ED          TO NUMREFI
               MOVE TAS-PAGO-REM           TO WS-TAS-ED
               MOVE WS-TAS-ED              TO TASPAGI
               MOVE IMP-BOLIVARES-REM      TO WS-IMP-BS-ED
               MOVE WS-IMP-BS-ED           TO IMPBSI
           ELSE
               MOVE SPACES                 TO NUMREFI
                                              TASPAGI
                                              IMPBSI
           END-IF
      *
           .
       2300-LEER-ORDEN-EXIT.
           EXIT.
      ******************************************************************
      * 2400-VALIDAR-PAGO
      *  SOLO SE PAGA UNA ORDEN DISPONIBLE DE UNA EMPRESA ACTIVA, A    *
      *  QUIEN PRESENTA EL DOCUMENTO DEL BENEFICIARIO; EL ABONO VA A   *
      *  UNA CUENTA DE LA QUE EL BENEFICIARIO ES TITULAR               *
      ******************************************************************
       2400-VALIDAR-PAGO.
      *
           IF  IND-ACTIVA-REM NOT EQUAL CT-SI
               MOVE ME-EMPRESA-INACTIVA    TO CAA-COD-ERROR
               MOVE -1                     TO CODEMPL
               PERFORM REINPUT
           END-IF
      *
           EVALUATE EST-ORDEN-REM
               WHEN CT-EST-DISPONIBLE
                   CONTINUE

               WHEN CT-EST-RETENIDA
                   MOVE ME-ORDEN-RETENIDA  TO CAA-COD-ERROR
                   MOVE -1                 TO NUMORDL
                   PERFORM REINPUT

               WHEN CT-EST-RECHAZADA
                   MOVE ME-ORDEN-RECHAZADA TO CAA-COD-ERROR
                   MOVE -1                 TO NUMORDL
                   PERFORM REINPUT

               WHEN OTHER
                   MOVE ME-ORDEN-YA-PAGADA TO CAA-COD-ERROR
                   MOVE -1                 TO NUMORDL
                   PERFORM REINPUT
           END-EVALUATE
      *
           IF  DOCPREI EQUAL SPACES OR LOW-VALUES
               MOVE ME-NUMDOC-REQUERIDO    TO CAA-COD-ERROR
               MOVE -1                     TO DOCPREL
               PERFORM REINPUT
           END-IF
      *
           IF  DOCPREI NOT EQUAL NUM-DOC-BENEF-REM
               MOVE ME-DOC-NO-ES-BENEF     TO CAA-COD-ERROR
               MOVE -1                     TO DOCPREL
               PERFORM REINPUT
           END-IF
      *
           IF  CODOFII EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO CODOFIL
               PERFORM REINPUT
           END-IF
      *
           MOVE TIPPAGI                    TO SW-TIP-PAGO
      *
           IF  NOT (SW-88-PAGO-EFECTIVO OR SW-88-PAGO-ABONO)
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO TIPPAGL
               PERFORM REINPUT
           END-IF
      *
           IF  SW-88-PAGO-EFECTIVO
               MOVE SPACES                 TO CTAABOI
               GO TO 2400-VALIDAR-PAGO-EXIT
           END-IF
      *
           IF  CTAABOI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO CTAABOL
               PERFORM REINPUT
           END-IF
      *
           INITIALIZE V1WC967
           MOVE CTAABOI                    TO W967-CTA-PASIVO
           MOVE NUM-DOC-BENEF-REM          TO W967-NUM-DOC-PERSONA
           MOVE CT-PROGRAMA                TO W967-PROGRAMA
           MOVE AUD-USUARIO                TO W967-USUARIO
           MOVE CODOFII                    TO W967-OFICINA
           MOVE ZEROES                     TO W967-NUM-REF
           SET W967-88-EN-LINEA            TO TRUE
      *
           CALL CT-V19C067 USING V1WC967
      *
           EVALUATE TRUE
               WHEN W967-88-TITULAR
                   CONTINUE

               WHEN W967-88-SIN-SERVICIO
                   MOVE ME-DEPOSITOS-NO-DISP
                                           TO CAA-COD-ERROR
                   MOVE W967-COD-ERROR     TO CAA-VAR1-ERROR
                   MOVE -1                 TO CTAABOL
                   PERFORM REINPUT

               WHEN OTHER
                   MOVE W967-COD-MENSAJE   TO CAA-COD-ERROR
                   MOVE -1                 TO CTAABOL
                   PERFORM REINPUT
           END-EVALUATE
      *
           .
       2400-VALIDAR-PAGO-EXIT.
           EXIT.
      ******************************************************************
      * 2500-FILTRAR-LISTAS
      *  LA LISTA PUDO CAMBIAR DESDE LA CARGA: BENEFICIARIO Y          *
      *  REMITENTE SE VUELVEN A FILTRAR AL PAGAR, SALVO QUE            *
      *  CUMPLIMIENTO YA HAYA LIBERADO LA ORDEN.  UN ACIERTO LA DEJA   *
      *  RETENIDA                                                      *
      ******************************************************************
       2500-FILTRAR-LISTAS.
      *
           IF  COD-USUARIO-LIBERA NOT EQUAL SPACES
               GO TO 2500-FILTRAR-LISTAS-EXIT
           END-IF
      *
           INITIALIZE V1WC961
           MOVE ZEROES                     TO W961-NUM-REF
           MOVE NUM-DOC-BENEF-REM          TO W961-IDF-RIF
           MOVE NOM-BENEF-REM              TO W961-NOM-BENEF
           MOVE CT-PAIS-LOCAL              TO W961-COD-PAIS
           MOVE WS-FEC-HOY                 TO W961-FEC-PROCESO
      *
           CALL CT-V19C061 USING V1WC961
      *
           IF  W961-88-LIBRE
               INITIALIZE V1WC961
               MOVE ZEROES                 TO W961-NUM-REF
               MOVE NUM-DOC-REMITENTE      TO W961-IDF-RIF
               MOVE NOM-REMITENTE          TO W961-NOM-BENEF
               MOVE COD-PAIS-ORIGEN        TO W961-COD-PAIS
               MOVE WS-FEC-HOY             TO W961-FEC-PROCESO
               CALL CT-V19C061 USING V1WC961
           END-IF
      *
           IF  W961-88-ERROR
               MOVE 'V1DT014'              TO WS-TABLA
               MOVE W961-SQLCODE           TO SQLCODE
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  W961-88-LIBRE
               GO TO 2500-FILTRAR-LISTAS-EXIT
           END-IF
      *
           MOVE 'V1DT179'                  TO WS-TABLA
           MOVE CT-EST-RETENIDA            TO EST-ORDEN-REM
           MOVE W961-RETORNO               TO COD-MOTIVO-REM
      *
           EXEC SQL
               UPDATE V1DT179
                  SET EST_ORDEN   = :EST-ORDEN-REM,
                      COD_MOTIVO  = :COD-MOTIVO-REM
                WHERE COD_EMPRESA = :COD-EMPRESA-ORD
                  AND NUM_ORDEN   = :NUM-ORDEN-REM
                  AND EST_ORDEN   = :CT-EST-DISPONIBLE
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
           EXEC CICS
               SYNCPOINT
           END-EXEC
      *
           PERFORM 2300-LEER-ORDEN
              THRU 2300-LEER-ORDEN-EXIT
      *
           MOVE ME-BENEF-EN-LISTA          TO CAA-COD-ERROR
           MOVE -1                         TO NUMORDL
           PERFORM REINPUT
      *
           .
       2500-FILTRAR-LISTAS-EXIT.
           EXIT.
      ******************************************************************
      * 2520-VALIDAR-BLOQUEO
      *  EL BENEFICIARIO CON UNA ORDEN JUDICIAL VIGENTE (V1DT121) DE   *
      *  ALCANCE A, O DE ALCANCE T SI COBRA POR ABONO, NO PUEDE COBRAR *
      *  LA REMESA, QUE SIGUE DISPONIBLE.  EL RECHAZO SE ANOTA EN      *
      *  V1DT122 SIN REFERENCIA, QUE AUN NO EXISTE                     *
      ******************************************************************
       2520-VALIDAR-BLOQUEO.
      *
           MOVE 'V1DT121'                  TO WS-TABLA
           MOVE NUM-DOC-BENEF-REM          TO NUM-DOC-BLOQUEO
           MOVE SPACES                     TO WS-ALC-VENTA
                                              WS-ALC-TRANSF
      *
      *    EL PAGO DE UNA REMESA ES UNA COMPRA: EL ALCANCE V NO APLICA
      *
           IF  TIPPAGI EQUAL CT-PAGO-TRANSF
               MOVE CT-ALC-TRANSF          TO WS-ALC-TRANSF
           END-IF
      *
           EXEC SQL
               SELECT VALUE(MIN(NUM_ORDEN), 0)
               INTO  :NUM-ORDEN-JUD
               FROM V1DT121
               WHERE NUM_DOC_PERSONA = :NUM-DOC-BLOQUEO
                 AND EST_ORDEN       = :CT-ORDEN-VIGENTE
                 AND FEC_DESDE      <= :WS-FEC-HOY
                 AND (FEC_HASTA      = ' '
                  OR  FEC_HASTA     >= :WS-FEC-HOY)
                 AND COD_ALCANCE    IN (:CT-ALC-TODAS,
                                        :WS-ALC-VENTA,
                                        :WS-ALC-TRANSF)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  NUM-ORDEN-JUD EQUAL ZEROES
               GO TO 2520-VALIDAR-BLOQUEO-EXIT
           END-IF
      *
           MOVE NUM-ORDEN-JUD              TO NUM-ORDEN-INT
           MOVE WS-FEC-HOY                 TO FEC-INTENTO-JUD
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-INTENTO-JUD
           MOVE CT-PROGRAMA                TO COD-PROGRAMA-INT
           MOVE NUM-DOC-BENEF-REM          TO NUM-DOC-INTENTO
           MOVE AUD-USUARIO                TO COD-USUARIO-INT
           MOVE ZEROES                     TO NUM-REF-INTENTO
           MOVE CT-IDF-COMPRA              TO IDF-CMP-VTA-INT
           MOVE TIPPAGI                    TO TIP-PAGO-INT
           MOVE COD-DIV-REM                TO COD-DIV-INT
           MOVE IMP-REMESA                 TO IMP-INTENTO
           MOVE 'V1DT122'                  TO WS-TABLA
      *
           EXEC SQL
               INSERT INTO V1DT122
                   (NUM_ORDEN,
                    FEC_INTENTO,
                    HOR_INTENTO,
                    COD_PROGRAMA,
                    NUM_DOC_PERSONA,
                    COD_USUARIO,
                    NUM_REF,
                    IDF_CMP_VTA,
                    TIP_PAGO,
                    COD_DIV_OPE,
                    IMP_OPE,
                    FEC_INFORMADO)
               VALUES
                   (:NUM-ORDEN-INT,
                    :FEC-INTENTO-JUD,
                    :HOR-INTENTO-JUD,
                    :COD-PROGRAMA-INT,
                    :NUM-DOC-INTENTO,
                    :COD-USUARIO-INT,
                    :NUM-REF-INTENTO,
                    :IDF-CMP-VTA-INT,
                    :TIP-PAGO-INT,
                    :COD-DIV-INT,
                    :IMP-INTENTO,
                    ' ')
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE ME-BLOQUEO-JUDICIAL        TO CAA-COD-ERROR
           MOVE -1                         TO DOCPREL
           PERFORM REINPUT
      *
           .
       2520-VALIDAR-BLOQUEO-EXIT.
           EXIT.
      ******************************************************************
      * 2550-BUSCAR-TASAS
      *  TASA OFICIAL DEL DIA PARA LA DIVISA Y PARA EL DOLAR; SIN      *
      *  ELLAS NO HAY CON QUE CALCULAR LOS BOLIVARES                   *
      ******************************************************************
       2550-BUSCAR-TASAS.
      *
           MOVE 'V1DT015'                  TO WS-TABLA
           MOVE ZEROES                     TO WS-TAS-DIVISA
                                              WS-TAS-USD
      *
           EXEC SQL
               SELECT TAS_OFICIAL
               INTO  :WS-TAS-DIVISA
               FROM V1DT015
               WHERE FEC_TASA = :WS-FEC-HOY
                 AND COD_DIV  = :COD-DIV-REM
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
           EXEC SQL
               SELECT TAS_OFICIAL
               INTO  :WS-TAS-USD
               FROM V1DT015
               WHERE FEC_TASA = :WS-FEC-HOY
                 AND COD_DIV  = :CT-DIV-DOLAR
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
           IF  WS-TAS-DIVISA EQUAL ZEROES
            OR WS-TAS-USD EQUAL ZEROES
               MOVE ME-TASA-ERRADA         TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           .
       2550-BUSCAR-TASAS-EXIT.
           EXIT.
      ******************************************************************
      * 2600-ACUNAR-REFERENCIA
      *  NUMERACION DEFENDIBLE: LA FILA DEL CONTADOR SE ACTUALIZA Y    *
      *  SE LEE EN LA MISMA UNIDAD DE TRABAJO (V1DT056)                *
      ******************************************************************
       2600-ACUNAR-REFERENCIA.
      *
           MOVE 'V1DT056'                  TO WS-TABLA
           MOVE CT-CONTADOR-REMESAS        TO COD-CONTADOR
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
           MOVE NUM-ACTUAL                 TO NUM-REF OF DCLV1DT001
      *
           .
       2600-ACUNAR-REFERENCIA-EXIT.
           EXIT.
      ******************************************************************
      * 2650-MARCAR-PAGADA
      *  LA ORDEN SOLO PASA A PAGADA SI SIGUE DISPONIBLE: SI OTRA      *
      *  TAQUILLA LA PAGO ENTRE TANTO SE DESHACE TODO, INCLUIDO EL     *
      *  NUMERO ACUNADO                                                *
      ******************************************************************
       2650-MARCAR-PAGADA.
      *
           MOVE 'V1DT179'                  TO WS-TABLA
           MOVE CT-EST-PAGADA              TO EST-ORDEN-REM
           MOVE TIPPAGI                    TO TIP-PAGO-REM
           MOVE CTAABOI                    TO CTA-ABONO-REM
           MOVE CODOFII                    TO COD-OFICINA-PAGO
           MOVE NUM-REF OF DCLV1DT001      TO NUM-REF-REM
           MOVE WS-FEC-HOY                 TO FEC-PAGO-REM
           MOVE WS-HOR-HOY                 TO HOR-PAGO-REM
           MOVE AUD-USUARIO                TO COD-USUARIO-PAGO
           MOVE WS-TAS-DIVISA              TO TAS-PAGO-REM
           COMPUTE IMP-BOLIVARES-REM ROUNDED =
                   IMP-REMESA * WS-TAS-DIVISA
      *
           EXEC SQL
               UPDATE V1DT179
                  SET EST_ORDEN        = :EST-ORDEN-REM,
                      TIP_PAGO         = :TIP-PAGO-REM,
                      CTA_ABONO        = :CTA-ABONO-REM,
                      COD_OFICINA_PAGO = :COD-OFICINA-PAGO,
                      NUM_REF          = :NUM-REF-REM,
                      FEC_PAGO         = :FEC-PAGO-REM,
                      HOR_PAGO         = :HOR-PAGO-REM,
                      COD_USUARIO_PAGO = :COD-USUARIO-PAGO,
                      TAS_PAGO         = :TAS-PAGO-REM,
                      IMP_BOLIVARES    = :IMP-BOLIVARES-REM
                WHERE COD_EMPRESA      = :COD-EMPRESA-ORD
                  AND NUM_ORDEN        = :NUM-ORDEN-REM
                  AND EST_ORDEN        = :CT-EST-DISPONIBLE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   EXEC CICS
                       SYNCPOINT ROLLBACK
                   END-EXEC
                   MOVE ME-ORDEN-YA-PAGADA TO CAA-COD-ERROR
                   MOVE -1                 TO NUMORDL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2650-MARCAR-PAGADA-EXIT.
           EXIT.
      ******************************************************************
      * 2700-INSERTAR-OPERACION
      *  EL PAGO ES UNA COMPRA DE LA DIVISA AL BENEFICIARIO BAJO EL    *
      *  CONCEPTO DE LA EMPRESA; EL REMITENTE VIAJA EN LA RAZON Y SU   *
      *  PAIS COMO PAIS DE ORIGEN.  EL INDICADOR DE SEGURIDAD QUEDA EN *
      *  BLANCO PARA EL CLASIFICADOR NOCTURNO                          *
      ******************************************************************
       2700-INSERTAR-OPERACION.
      *
           MOVE 'V1DT001'                  TO WS-TABLA
      *
           MOVE WS-FEC-HOY                 TO FEC-OPE
           MOVE WS-HOR-HOY                 TO HOR-OPE
           MOVE WS-FEC-HOY                 TO FEC-VALOR
           MOVE CODOFII                    TO COD-OPE-BANCO
           MOVE W930-ENTIDAD               TO COD-ENT-BANCO
           MOVE COD-DIV-REM                TO COD-DIV-OPE
           MOVE '1'                        TO TIP-OPE
           MOVE '1'                        TO IND-TIP-OPE
           MOVE '1'                        TO CLA-USO-OPE
           MOVE COD-CPT-REMESA
                                TO COD-CPT-CMP-VTA OF DCLV1DT001
           MOVE CT-IDF-COMPRA              TO IDF-CMP-VTA
           MOVE NUM-DOC-BENEF-REM          TO NUM-DOC-PERSONA
                                              IDF-RIF-BENEF
           MOVE NOM-BENEF-REM              TO NOM-BENEF
           MOVE NOM-REMITENTE              TO NOM-RAZON
           MOVE COD-PAIS-ORIGEN            TO COD-PAIS-CORR
                                              COD-PAIS-DEST
           MOVE CTAABOI                    TO CTA-PASIVO-CL
           MOVE IMP-REMESA                 TO IMP-OPE
           MOVE WS-TAS-DIVISA              TO TAS-CAMBIO
                                              TAS-BOLIVAR
           COMPUTE TAS-DOLAR ROUNDED =
                   WS-TAS-DIVISA / WS-TAS-USD
           MOVE TIPPAGI                    TO TIP-PAGO
           MOVE SPACE                      TO IDF-SEGURID
           MOVE CT-CLA-CLIENTE             TO CLA-CONTRAPARTE
      *
           EXEC SQL
               INSERT INTO V1DT001
                   (NUM_REF,
                    FEC_OPE,
                    HOR_OPE,
                    FEC_VALOR,
                    COD_OPE_BANCO,
                    COD_ENT_BANCO,
                    COD_DIV_OPE,
                    TIP_OPE,
                    IND_TIP_OPE,
                    CLA_USO_OPE,
                    COD_CPT_CMP_VTA,
                    IDF_CMP_VTA,
                    NUM_DOC_PERSONA,
                    IDF_RIF_BENEF,
                    NOM_BENEF,
                    NOM_RAZON,
                    COD_PAIS_CORR,
                    COD_PAIS_DEST,
                    CTA_PASIVO_CL,
                    IMP_OPE,
                    TAS_CAMBIO,
                    TAS_BOLIVAR,
                    TAS_DOLAR,
                    TIP_PAGO,
                    IDF_SEGURID,
                    CLA_CONTRAPARTE)
               VALUES
                   (:DCLV1DT001.NUM-REF,
                    :DCLV1DT001.FEC-OPE,
                    :DCLV1DT001.HOR-OPE,
                    :DCLV1DT001.FEC-VALOR,
                    :DCLV1DT001.COD-OPE-BANCO,
                    :DCLV1DT001.COD-ENT-BANCO,
                    :DCLV1DT001.COD-DIV-OPE,
                    :DCLV1DT001.TIP-OPE,
                    :DCLV1DT001.IND-TIP-OPE,
                    :DCLV1DT001.CLA-USO-OPE,
                    :DCLV1DT001.COD-CPT-CMP-VTA,
                    :DCLV1DT001.IDF-CMP-VTA,
                    :DCLV1DT001.NUM-DOC-PERSONA,
                    :DCLV1DT001.IDF-RIF-BENEF,
                    :DCLV1DT001.NOM-BENEF,
                    :DCLV1DT001.NOM-RAZON,
                    :DCLV1DT001.COD-PAIS-CORR,
                    :DCLV1DT001.COD-PAIS-DEST,
                    :DCLV1DT001.CTA-PASIVO-CL,
                    :DCLV1DT001.IMP-OPE,
                    :DCLV1DT001.TAS-CAMBIO,
                    :DCLV1DT001.TAS-BOLIVAR,
                    :DCLV1DT001.TAS-DOLAR,
                    :DCLV1DT001.TIP-PAGO,
                    :DCLV1DT001.IDF-SEGURID,
                    :DCLV1DT001.CLA-CONTRAPARTE)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2700-INSERTAR-OPERACION-EXIT.
           EXIT.
      ******************************************************************
      * 2750-REGISTRAR-EVENTO
      *  EVENTO DE ALTA EN LA BANDEJA DE SALIDA (V1DT177), EN LA MISMA *
      *  UNIDAD DE TRABAJO DEL PAGO; EL DETALLE LLEVA LA EMPRESA Y LA  *
      *  ORDEN                                                         *
      ******************************************************************
       2750-REGISTRAR-EVENTO.
      *
           INITIALIZE V1WC969
           SET W969-88-ALTA                TO TRUE
           MOVE NUM-REF OF DCLV1DT001      TO W969-NUM-REF
           MOVE CT-PROGRAMA                TO W969-PROGRAMA
           MOVE AUD-USUARIO                TO W969-USUARIO
           MOVE COD-DIV-OPE                TO W969-COD-DIV
           MOVE IMP-OPE                    TO W969-IMP-OPE
           MOVE IDF-CMP-VTA                TO W969-IDF-CMP-VTA
           STRING CT-DET-REMESA    DELIMITED BY SIZE
                  COD-EMPRESA-ORD  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  NUM-ORDEN-REM    DELIMITED BY SIZE
                                         INTO W969-DETALLE
      *
           CALL CT-V19C069 USING V1WC969
      *
           IF  W969-88-ERROR-DB2
               MOVE 'V1DT177'              TO WS-TABLA
               MOVE W969-SQLCODE           TO SQLCODE
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2750-REGISTRAR-EVENTO-EXIT.
           EXIT.
      ******************************************************************
      * 2800-LIBERAR-ORDEN
      *  EL SUPERVISOR QUE LIBERA QUEDA ANOTADO CON LA FECHA; EL       *
      *  MOTIVO DE LA RETENCION SE CONSERVA PARA LA AUDITORIA          *
      ******************************************************************
       2800-LIBERAR-ORDEN.
      *
           IF  EST-ORDEN-REM NOT EQUAL CT-EST-RETENIDA
               MOVE ME-ORDEN-NO-RETENIDA   TO CAA-COD-ERROR
               MOVE -1                     TO NUMORDL
               PERFORM REINPUT
           END-IF
      *
           MOVE 'V1DT179'                  TO WS-TABLA
           MOVE CT-EST-DISPONIBLE          TO EST-ORDEN-REM
           MOVE AUD-USUARIO                TO COD-USUARIO-LIBERA
           MOVE WS-FEC-HOY                 TO FEC-LIBERA-REM
      *
           EXEC SQL
               UPDATE V1DT179
                  SET EST_ORDEN          = :EST-ORDEN-REM,
                      COD_USUARIO_LIBERA = :COD-USUARIO-LIBERA,
                      FEC_LIBERA         = :FEC-LIBERA-REM
                WHERE COD_EMPRESA        = :COD-EMPRESA-ORD
                  AND NUM_ORDEN          = :NUM-ORDEN-REM
                  AND EST_ORDEN          = :CT-EST-RETENIDA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-ORDEN-NO-RETENIDA
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO NUMORDL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2800-LIBERAR-ORDEN-EXIT.
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
           MOVE 'V13C93M'                  TO W963-PROGRAMA
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
