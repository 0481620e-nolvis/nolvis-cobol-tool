      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C90M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: MANTENIMIENTO DE LOS DIFERENCIALES DE LA         *
      *               PIZARRA DE TASAS AL CLIENTE POR DIVISA, SEGMENTO *
      *               DE NEGOCIO Y TRAMO DE MONTO EN DOLARES (V1DT174) *
      *               CON QUE V13C90B ARMA CADA DIA LA PIZARRA SOBRE   *
      *               LA TASA OFICIAL.  EL CAMBIO NO TOCA LA TABLA     *
      *               VIVA: QUEDA PENDIENTE EN V1DT037 HASTA QUE UN    *
      *               SEGUNDO USUARIO LO APRUEBE EN V12C72Z            *
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
       PROGRAM-ID.   V13C90M.
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
           05  WS-CANT-SOLAPE              PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-IMP-DESDE-ALFA           PIC X(15)   VALUE SPACES.
           05  WS-IMP-DESDE-NUM REDEFINES WS-IMP-DESDE-ALFA
                                           PIC 9(13)V9(02).
      *    IMAGEN DE V1DT174 EN EL CAMBIO: HASTA(15) COMPRA(7)
      *    VENTA(7) TOLERANCIA(5)
           05  WS-IMG-SPREAD.
               10  WS-IMP-HASTA-ALFA       PIC X(15)   VALUE SPACES.
               10  WS-IMP-HASTA-NUM REDEFINES WS-IMP-HASTA-ALFA
                                           PIC 9(13)V9(02).
               10  WS-PCT-COMPRA-ALFA      PIC X(07)   VALUE SPACES.
               10  WS-PCT-COMPRA-NUM REDEFINES WS-PCT-COMPRA-ALFA
                                           PIC 9(03)V9(04).
               10  WS-PCT-VENTA-ALFA       PIC X(07)   VALUE SPACES.
               10  WS-PCT-VENTA-NUM REDEFINES WS-PCT-VENTA-ALFA
                                           PIC 9(03)V9(04).
               10  WS-PCT-TOLER-ALFA       PIC X(05)   VALUE SPACES.
               10  WS-PCT-TOLER-NUM REDEFINES WS-PCT-TOLER-ALFA
                                           PIC 9(03)V9(02).
           05  WS-IMG-ANTES                PIC X(34)   VALUE SPACES.
           05  WS-IMG-ANTES-R REDEFINES WS-IMG-ANTES.
               10  WS-ANT-HASTA            PIC 9(13)V9(02).
               10  WS-ANT-COMPRA           PIC 9(03)V9(04).
               10  WS-ANT-VENTA            PIC 9(03)V9(04).
               10  WS-ANT-TOLER            PIC 9(03)V9(02).
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-ALTA                   VALUE 'A'.
               88  SW-88-ACCION-MODIFICA               VALUE 'M'.
               88  SW-88-ACCION-BAJA                   VALUE 'B'.
           05  SW-SPREAD                   PIC X(01)   VALUE 'N'.
               88  SPREAD-EXISTENTE                    VALUE 'S'.
               88  SPREAD-INEXISTENTE                  VALUE 'N'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C90M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-TAB-SWIFT                PIC X(03)   VALUE '094'.
           05  CT-PCT-MAXIMO               PIC 9(03)V9(04)
                                                       VALUE 100.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-DIVISA-ERRADA            PIC X(07)   VALUE 'V1E0092'.
           05  ME-TRAMO-ERRADO             PIC X(07)   VALUE 'V1E0305'.
           05  ME-PORCENTAJE-ERRADO        PIC X(07)   VALUE 'V1E0306'.
           05  ME-SPREAD-YA-EXISTE         PIC X(07)   VALUE 'V1E0307'.
           05  ME-SPREAD-NO-EXISTE         PIC X(07)   VALUE 'V1E0308'.
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
               INCLUDE BKAB0003
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT037
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT174
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
       COPY V1ND90M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND90MI.
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
           SET ADDRESS OF V1ND90MI         TO CAA-PTR-COPYIN
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
           INITIALIZE V1ND90MI
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
           PERFORM 2250-VALIDAR-CLAVE
              THRU 2250-VALIDAR-CLAVE-EXIT
      *
           IF  SW-88-ACCION-ALTA OR SW-88-ACCION-MODIFICA
               PERFORM 2300-VALIDAR-SPREAD
                  THRU 2300-VALIDAR-SPREAD-EXIT
           END-IF
      *
           PERFORM 2600-LEER-IMAGEN-ACTUAL
              THRU 2600-LEER-IMAGEN-ACTUAL-EXIT
      *
           EVALUATE TRUE
               WHEN SW-88-ACCION-ALTA
                   IF  SPREAD-EXISTENTE
                       MOVE ME-SPREAD-YA-EXISTE
                                           TO CAA-COD-ERROR
                       MOVE -1             TO CODDIVL
                       PERFORM REINPUT
                   END-IF
                   MOVE 'A'                TO COD-ACCION

               WHEN SW-88-ACCION-MODIFICA
                   IF  SPREAD-INEXISTENTE
                       MOVE ME-SPREAD-NO-EXISTE
                                           TO CAA-COD-ERROR
                       MOVE -1             TO CODDIVL
                       PERFORM REINPUT
                   END-IF
                   MOVE 'M'                TO COD-ACCION

               WHEN SW-88-ACCION-BAJA
                   IF  SPREAD-INEXISTENTE
                       MOVE ME-SPREAD-NO-EXISTE
                                           TO CAA-COD-ERROR
                       MOVE -1             TO CODDIVL
                       PERFORM REINPUT
                   END-IF
                   MOVE 'B'                TO COD-ACCION
                   MOVE SPACES             TO IMG-DESPUES
           END-EVALUATE
      *
           IF  SW-88-ACCION-ALTA OR SW-88-ACCION-MODIFICA
               PERFORM 2400-VALIDAR-SOLAPE
                  THRU 2400-VALIDAR-SOLAPE-EXIT
           END-IF
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
      * 2250-VALIDAR-CLAVE
      *  LA DIVISA DEBE EXISTIR EN LA TABLA BANCARIA BASICA DE CODIGOS *
      *  SWIFT (BKAB0003).  EL SEGMENTO EN BLANCO APLICA A TODOS LOS   *
      *  CLIENTES SIN UN DIFERENCIAL PROPIO DE SU SEGMENTO             *
      ******************************************************************
       2250-VALIDAR-CLAVE.
      *
           MOVE 'BKAB0003'                 TO WS-TABLA
           MOVE CODDIVI                    TO CTBCDT03
      *
           EXEC SQL
               SELECT CTBCOD03
               INTO :CTBCOD03
               FROM BKAB0003_BASE
               WHERE CTBNDT03 = :CT-TAB-SWIFT AND
                     CTBCDT03 = :CTBCDT03
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN ZEROS
               WHEN -811
                   CONTINUE

               WHEN +100
                   MOVE ME-DIVISA-ERRADA   TO CAA-COD-ERROR
                   MOVE -1                 TO CODDIVL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  CODSEGI EQUAL LOW-VALUES
               MOVE SPACES                 TO CODSEGI
           END-IF
      *
           MOVE IMPDESI                    TO WS-IMP-DESDE-ALFA
           INSPECT WS-IMP-DESDE-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-IMP-DESDE-ALFA NOT NUMERIC
               MOVE ME-TRAMO-ERRADO        TO CAA-COD-ERROR
               MOVE -1                     TO IMPDESL
               PERFORM REINPUT
           END-IF
      *
           .
       2250-VALIDAR-CLAVE-EXIT.
           EXIT.
      ******************************************************************
      * 2300-VALIDAR-SPREAD
      *  EL TRAMO VA EN DOLARES, DESDE-HASTA INCLUSIVE; LOS            *
      *  DIFERENCIALES SON PORCENTAJES SOBRE LA TASA OFICIAL Y LA      *
      *  TOLERANCIA ES EL DESVIO PERMITIDO SOBRE LA TASA AL CLIENTE    *
      ******************************************************************
       2300-VALIDAR-SPREAD.
      *
           MOVE IMPHASI                    TO WS-IMP-HASTA-ALFA
           INSPECT WS-IMP-HASTA-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-IMP-HASTA-ALFA NOT NUMERIC
            OR WS-IMP-HASTA-NUM LESS WS-IMP-DESDE-NUM
               MOVE ME-TRAMO-ERRADO        TO CAA-COD-ERROR
               MOVE -1                     TO IMPHASL
               PERFORM REINPUT
           END-IF
      *
           MOVE PCTCOMI                    TO WS-PCT-COMPRA-ALFA
           INSPECT WS-PCT-COMPRA-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-PCT-COMPRA-ALFA NOT NUMERIC
            OR WS-PCT-COMPRA-NUM NOT LESS CT-PCT-MAXIMO
               MOVE ME-PORCENTAJE-ERRADO   TO CAA-COD-ERROR
               MOVE -1                     TO PCTCOML
               PERFORM REINPUT
           END-IF
      *
           MOVE PCTVENI                    TO WS-PCT-VENTA-ALFA
           INSPECT WS-PCT-VENTA-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-PCT-VENTA-ALFA NOT NUMERIC
            OR WS-PCT-VENTA-NUM NOT LESS CT-PCT-MAXIMO
               MOVE ME-PORCENTAJE-ERRADO   TO CAA-COD-ERROR
               MOVE -1                     TO PCTVENL
               PERFORM REINPUT
           END-IF
      *
           MOVE PCTTOLI                    TO WS-PCT-TOLER-ALFA
           INSPECT WS-PCT-TOLER-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-PCT-TOLER-ALFA NOT NUMERIC
            OR WS-PCT-TOLER-NUM NOT LESS CT-PCT-MAXIMO
               MOVE ME-PORCENTAJE-ERRADO   TO CAA-COD-ERROR
               MOVE -1                     TO PCTTOLL
               PERFORM REINPUT
           END-IF
      *
           .
       2300-VALIDAR-SPREAD-EXIT.
           EXIT.
      ******************************************************************
      * 2400-VALIDAR-SOLAPE
      *  DENTRO DE UNA DIVISA Y SEGMENTO LOS TRAMOS NO SE PISAN: CADA  *
      *  MONTO DEBE CAER EN UN SOLO DIFERENCIAL.  SE EXCLUYE EL PROPIO *
      *  TRAMO QUE SE MODIFICA                                         *
      ******************************************************************
       2400-VALIDAR-SOLAPE.
      *
           MOVE 'V1DT174'                  TO WS-TABLA
           MOVE WS-IMP-HASTA-NUM           TO IMP-HASTA-SPR
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-SOLAPE
               FROM V1DT174
               WHERE COD_DIV      = :COD-DIV-SPR
                 AND COD_SEGMENTO = :COD-SEGMENTO-SPR
                 AND IMP_DESDE   <> :IMP-DESDE-SPR
                 AND IMP_DESDE   <= :IMP-HASTA-SPR
                 AND IMP_HASTA   >= :IMP-DESDE-SPR
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-SOLAPE GREATER ZEROES
               MOVE ME-TRAMO-ERRADO        TO CAA-COD-ERROR
               MOVE -1                     TO IMPDESL
               PERFORM REINPUT
           END-IF
      *
           .
       2400-VALIDAR-SOLAPE-EXIT.
           EXIT.
      ******************************************************************
      * 2600-LEER-IMAGEN-ACTUAL
      *  LA CLAVE DEL CAMBIO ES: DIVISA(3) SEGMENTO(2) DESDE(15); LA   *
      *  IMAGEN DE V1DT174 ES HASTA(15) COMPRA(7) VENTA(7)             *
      *  TOLERANCIA(5)                                                 *
      ******************************************************************
       2600-LEER-IMAGEN-ACTUAL.
      *
           MOVE 'V1DT174'                  TO WS-TABLA
           SET SPREAD-INEXISTENTE          TO TRUE
           MOVE SPACES                     TO IMG-ANTES
                                              IMG-DESPUES
      *
           MOVE CODDIVI                    TO COD-DIV-SPR
           MOVE CODSEGI                    TO COD-SEGMENTO-SPR
           MOVE WS-IMP-DESDE-NUM           TO IMP-DESDE-SPR
      *
           EXEC SQL
               SELECT IMP_HASTA,
                      PCT_SPREAD_COMPRA,
                      PCT_SPREAD_VENTA,
                      PCT_TOLERANCIA
               INTO  :IMP-HASTA-SPR,
                     :PCT-SPREAD-COMPRA,
                     :PCT-SPREAD-VENTA,
                     :PCT-TOLERANCIA-SPR
               FROM V1DT174
               WHERE COD_DIV      = :COD-DIV-SPR
                 AND COD_SEGMENTO = :COD-SEGMENTO-SPR
                 AND IMP_DESDE    = :IMP-DESDE-SPR
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   SET SPREAD-EXISTENTE    TO TRUE
                   MOVE IMP-HASTA-SPR      TO WS-ANT-HASTA
                   MOVE PCT-SPREAD-COMPRA  TO WS-ANT-COMPRA
                   MOVE PCT-SPREAD-VENTA   TO WS-ANT-VENTA
                   MOVE PCT-TOLERANCIA-SPR TO WS-ANT-TOLER
                   MOVE WS-IMG-ANTES       TO IMG-ANTES

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
           MOVE WS-IMG-SPREAD              TO IMG-DESPUES
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
           MOVE 'V1DT174'                  TO COD-TABLA
           MOVE SPACES                     TO CLAVE-CAMBIO
           STRING CODDIVI
                  CODSEGI
                  WS-IMP-DESDE-ALFA
                  DELIMITED BY SIZE
                  INTO CLAVE-CAMBIO
           END-STRING
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
           MOVE 'V13C90M'                  TO W963-PROGRAMA
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
