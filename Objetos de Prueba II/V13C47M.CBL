      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C47M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: MANTENIMIENTO DE ESCENARIOS DE DETECCION         *
      *               (V1DT117): FILTROS SOBRE LA OPERACION            *
      *               (CONCEPTO, RIESGO DEL PAIS DESTINO, TIPO DE      *
      *               PAGO, SEGMENTO), VENTANA DE DIAS, AGRUPACION     *
      *               POR TITULAR O BENEFICIARIO Y DISPARADOR POR      *
      *               CANTIDAD Y/O MONTO EN DOLARES.  EL CAMBIO NO     *
      *               TOCA LA TABLA VIVA: QUEDA PENDIENTE EN V1DT037   *
      *               HASTA QUE UN SEGUNDO USUARIO LO APRUEBE EN       *
      *               V12C72Z.  EL BARRIDO NOCTURNO ES V13C47B         *
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
       PROGRAM-ID.   V13C47M.
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
           05  WS-DIAS-ALFA                PIC X(03)   VALUE SPACES.
           05  WS-DIAS-NUM REDEFINES WS-DIAS-ALFA
                                           PIC 9(03).
           05  WS-CANT-ALFA                PIC X(04)   VALUE SPACES.
           05  WS-CANT-NUM REDEFINES WS-CANT-ALFA
                                           PIC 9(04).
           05  WS-IMP-ALFA                 PIC X(15)   VALUE SPACES.
           05  WS-IMP-NUM REDEFINES WS-IMP-ALFA
                                           PIC 9(13)V9(02).
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-ALTA                   VALUE 'A'.
               88  SW-88-ACCION-MODIFICA               VALUE 'M'.
               88  SW-88-ACCION-BAJA                   VALUE 'B'.
           05  SW-ESCENARIO                PIC X(01)   VALUE 'N'.
               88  ESCENARIO-EXISTENTE                 VALUE 'S'.
               88  ESCENARIO-INEXISTENTE               VALUE 'N'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C47M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-MONTO-REQUERIDO          PIC X(07)   VALUE 'V1E0075'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-CLIENTE-YA-EXISTE        PIC X(07)   VALUE 'V1E0168'.
           05  ME-CLIENTE-NO-EXISTE        PIC X(07)   VALUE 'V1E0169'.
           05  ME-SIN-DISPARADOR           PIC X(07)   VALUE 'V1E0210'.
           05  ME-CAMBIO-PENDIENTE         PIC X(07)   VALUE 'V1A0520'.
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
               INCLUDE V1GT037
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT117
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
       COPY V1ND47M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND47MI.
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
           SET ADDRESS OF V1ND47MI         TO CAA-PTR-COPYIN
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
           INITIALIZE V1ND47MI
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
           IF  NOT (SW-88-ACCION-ALTA OR SW-88-ACCION-MODIFICA OR
                    SW-88-ACCION-BAJA)
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           IF  CODESCI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO CODESCL
               PERFORM REINPUT
           END-IF
      *
           IF  SW-88-ACCION-ALTA OR SW-88-ACCION-MODIFICA
               PERFORM 2250-VALIDAR-DATOS
                  THRU 2250-VALIDAR-DATOS-EXIT
           END-IF
      *
           PERFORM 2600-LEER-IMAGEN-ACTUAL
              THRU 2600-LEER-IMAGEN-ACTUAL-EXIT
      *
           EVALUATE TRUE
               WHEN SW-88-ACCION-ALTA
                   IF  ESCENARIO-EXISTENTE
                       MOVE ME-CLIENTE-YA-EXISTE
                                           TO CAA-COD-ERROR
                       MOVE -1             TO CODESCL
                       PERFORM REINPUT
                   END-IF
                   MOVE 'A'                TO COD-ACCION

               WHEN SW-88-ACCION-MODIFICA
                   IF  ESCENARIO-INEXISTENTE
                       MOVE ME-CLIENTE-NO-EXISTE
                                           TO CAA-COD-ERROR
                       MOVE -1             TO CODESCL
                       PERFORM REINPUT
                   END-IF
                   MOVE 'M'                TO COD-ACCION

               WHEN SW-88-ACCION-BAJA
                   IF  ESCENARIO-INEXISTENTE
                       MOVE ME-CLIENTE-NO-EXISTE
                                           TO CAA-COD-ERROR
                       MOVE -1             TO CODESCL
                       PERFORM REINPUT
                   END-IF
                   MOVE 'B'                TO COD-ACCION
                   MOVE SPACES             TO IMG-DESPUES
           END-EVALUATE
      *
           PERFORM 2700-GRABAR-PENDIENTE
              THRU 2700-GRABAR-PENDIENTE-EXIT
      *
           MOVE ME-CAMBIO-PENDIENTE        TO CAA-COD-AVISO1
           MOVE -1                         TO ACCIONL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2250-VALIDAR-DATOS
      *  DESCRIPCION OBLIGATORIA, ACTIVO S/N, AGRUPACION POR TITULAR   *
      *  (T) O BENEFICIARIO (B), VENTANA DE AL MENOS UN DIA Y AL       *
      *  MENOS UN DISPARADOR (CANTIDAD O MONTO).  LOS FILTROS EN       *
      *  BLANCO ADMITEN CUALQUIER VALOR                                *
      ******************************************************************
       2250-VALIDAR-DATOS.
      *
           IF  DESESCI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO DESESCL
               PERFORM REINPUT
           END-IF
      *
           IF  INDACTI NOT EQUAL 'S'
           AND INDACTI NOT EQUAL 'N'
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO INDACTL
               PERFORM REINPUT
           END-IF
      *
           IF  AGRUPAI NOT EQUAL 'T'
           AND AGRUPAI NOT EQUAL 'B'
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO AGRUPAL
               PERFORM REINPUT
           END-IF
      *
           MOVE DIASVEI                    TO WS-DIAS-ALFA
           INSPECT WS-DIAS-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-DIAS-ALFA NOT NUMERIC
            OR WS-DIAS-NUM EQUAL ZEROES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO DIASVEL
               PERFORM REINPUT
           END-IF
      *
           MOVE CANMINI                    TO WS-CANT-ALFA
           INSPECT WS-CANT-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-CANT-ALFA NOT NUMERIC
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO CANMINL
               PERFORM REINPUT
           END-IF
      *
           MOVE IMPMINI                    TO WS-IMP-ALFA
           INSPECT WS-IMP-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-IMP-ALFA NOT NUMERIC
               MOVE ME-MONTO-REQUERIDO     TO CAA-COD-ERROR
               MOVE -1                     TO IMPMINL
               PERFORM REINPUT
           END-IF
      *
           IF  WS-CANT-NUM EQUAL ZEROES
           AND WS-IMP-NUM  EQUAL ZEROES
               MOVE ME-SIN-DISPARADOR      TO CAA-COD-ERROR
               MOVE -1                     TO CANMINL
               PERFORM REINPUT
           END-IF
      *
           .
       2250-VALIDAR-DATOS-EXIT.
           EXIT.
      ******************************************************************
      * 2600-LEER-IMAGEN-ACTUAL
      *  LA IMAGEN DE V1DT117 ES: DESCRIPCION(40) ACT(1) CONCEPTO(3)   *
      *  RIESGO(1) PAGO(1) SEGMENTO(1) AGRUPA(1) DIAS(3) CANTIDAD(4)   *
      *  MONTO(15, DOS DECIMALES IMPLICITOS) SEPARADOS POR UN BLANCO;  *
      *  EL CODIGO DEL ESCENARIO VA EN LA CLAVE DEL CAMBIO             *
      ******************************************************************
       2600-LEER-IMAGEN-ACTUAL.
      *
           MOVE 'V1DT117'                  TO WS-TABLA
           SET ESCENARIO-INEXISTENTE       TO TRUE
           MOVE SPACES                     TO IMG-ANTES
                                              IMG-DESPUES
      *
           MOVE CODESCI                    TO COD-ESCENARIO
      *
           EXEC SQL
               SELECT DES_ESCENARIO,
                      IND_ACTIVO,
                      COD_CPT_FILTRO,
                      COD_RIESGO_FILTRO,
                      TIP_PAGO_FILTRO,
                      COD_SEGMENTO_FILTRO,
                      COD_AGRUPA,
                      NUM_DIAS_VENTANA,
                      CAN_MIN_OPE,
                      IMP_MIN_USD
               INTO  :DES-ESCENARIO,
                     :IND-ACTIVO-ESC,
                     :COD-CPT-ESC,
                     :COD-RIESGO-ESC,
                     :TIP-PAGO-ESC,
                     :COD-SEGMENTO-ESC,
                     :COD-AGRUPA-ESC,
                     :NUM-DIAS-VENTANA,
                     :CAN-MIN-OPE,
                     :IMP-MIN-USD
               FROM V1DT117
               WHERE COD_ESCENARIO = :COD-ESCENARIO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   SET ESCENARIO-EXISTENTE TO TRUE
                   MOVE NUM-DIAS-VENTANA   TO WS-DIAS-NUM
                   MOVE CAN-MIN-OPE        TO WS-CANT-NUM
                   MOVE IMP-MIN-USD        TO WS-IMP-NUM
                   STRING DES-ESCENARIO ' '
                          IND-ACTIVO-ESC ' '
                          COD-CPT-ESC ' '
                          COD-RIESGO-ESC ' '
                          TIP-PAGO-ESC ' '
                          COD-SEGMENTO-ESC ' '
                          COD-AGRUPA-ESC ' '
                          WS-DIAS-ALFA ' '
                          WS-CANT-ALFA ' '
                          WS-IMP-ALFA
                          DELIMITED BY SIZE
                          INTO IMG-ANTES
                   END-STRING

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  SW-88-ACCION-BAJA
               GO TO 2600-LEER-IMAGEN-ACTUAL-EXIT
           END-IF
      *
           MOVE DIASVEI                    TO WS-DIAS-ALFA
           INSPECT WS-DIAS-ALFA REPLACING LEADING SPACES BY ZEROES
           MOVE CANMINI                    TO WS-CANT-ALFA
           INSPECT WS-CANT-ALFA REPLACING LEADING SPACES BY ZEROES
           MOVE IMPMINI                    TO WS-IMP-ALFA
           INSPECT WS-IMP-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           STRING DESESCI ' '
                  INDACTI ' '
                  CPTFILI ' '
                  RIEFILI ' '
                  PAGFILI ' '
                  SEGFILI ' '
                  AGRUPAI ' '
                  WS-DIAS-ALFA ' '
                  WS-CANT-ALFA ' '
                  WS-IMP-ALFA
                  DELIMITED BY SIZE
                  INTO IMG-DESPUES
           END-STRING
      *
           .
       2600-LEER-IMAGEN-ACTUAL-EXIT.
           EXIT.
      ******************************************************************
      * 2700-GRABAR-PENDIENTE
      ******************************************************************
       2700-GRABAR-PENDIENTE.
      *
           MOVE 'V1DT037'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT VALUE(MAX(SEC_CAMBIO), 0) + 1
               INTO  :SEC-CAMBIO
               FROM V1DT037
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE 'V1DT117'                  TO COD-TABLA
           MOVE SPACES                     TO CLAVE-CAMBIO
           MOVE CODESCI                    TO CLAVE-CAMBIO(1:6)
           MOVE AUD-USUARIO                TO COD-USUARIO-SOLICITA
           MOVE FUNCTION CURRENT-DATE(1:8) TO FEC-SOLICITA
           MOVE 'P'                        TO EST-CAMBIO
           MOVE SPACES                     TO COD-USUARIO-APRUEBA
                                              FEC-APRUEBA
      *
           EXEC SQL
               INSERT INTO V1DT037
                   (SEC_CAMBIO,
                    COD_TABLA,
                    COD_ACCION,
                    CLAVE_CAMBIO,
                    IMG_ANTES,
                    IMG_DESPUES,
                    COD_USUARIO_SOLICITA,
                    FEC_SOLICITA,
                    EST_CAMBIO,
                    COD_USUARIO_APRUEBA,
                    FEC_APRUEBA)
               VALUES
                   (:SEC-CAMBIO,
                    :COD-TABLA,
                    :COD-ACCION,
                    :CLAVE-CAMBIO,
                    :IMG-ANTES,
                    :IMG-DESPUES,
                    :COD-USUARIO-SOLICITA,
                    :FEC-SOLICITA,
                    :EST-CAMBIO,
                    :COD-USUARIO-APRUEBA,
                    :FEC-APRUEBA)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2700-GRABAR-PENDIENTE-EXIT.
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
           MOVE 'V13C47M'                  TO W963-PROGRAMA
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
