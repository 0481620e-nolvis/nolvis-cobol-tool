      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C92M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: MANTENIMIENTO DEL MAESTRO DE EMPRESAS DE         *
      *               REMESAS FAMILIARES AUTORIZADAS (V1DT178):        *
      *               NOMBRE, LICENCIA, PAIS, CONCEPTO DE COMPRA CON   *
      *               QUE SE REGISTRA EL PAGO, CUENTA DE LIQUIDACION,  *
      *               DIAS DE VIGENCIA DE LAS ORDENES E INDICADOR DE   *
      *               ACTIVA.  LA CARGA V13C92B Y EL PAGO V13C93M      *
      *               VALIDAN CONTRA ESTE MAESTRO.  UNA EMPRESA CON    *
      *               ORDENES NO SE BORRA: SE DESACTIVA                *
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
       PROGRAM-ID.   V13C92M.
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
           05  WS-CANT-PAIS                PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-CANT-ORDENES             PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-DIAS-ALFA                PIC X(03)   VALUE SPACES.
           05  WS-DIAS-NUM REDEFINES WS-DIAS-ALFA
                                           PIC 9(03).
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-ALTA                   VALUE 'A'.
               88  SW-88-ACCION-MODIFICA               VALUE 'M'.
               88  SW-88-ACCION-BAJA                   VALUE 'B'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C92M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-NO                       PIC X(01)   VALUE 'N'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
      *    EL PAGO DE UNA REMESA ES UNA COMPRA DE DIVISAS AL CLIENTE
           05  CT-CPT-COMPRA-DESDE         PIC X(03)   VALUE '111'.
           05  CT-CPT-COMPRA-HASTA         PIC X(03)   VALUE '199'.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-PAIS-ERRADO              PIC X(07)   VALUE 'V1E0093'.
           05  ME-CONCEPTO-ERRADO          PIC X(07)   VALUE 'V1E0091'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-ENTRADA-NO-EXISTE        PIC X(07)   VALUE 'V1E0106'.
           05  ME-ENTRADA-YA-EXISTE        PIC X(07)   VALUE 'V1E0165'.
           05  ME-EMPRESA-CON-ORDENES      PIC X(07)   VALUE 'V1E0310'.
           05  ME-ALTA-CONFORME            PIC X(07)   VALUE 'V1A0510'.
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
               INCLUDE V1GT003
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT178
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
       COPY V1ND92M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND92MI.
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
           SET ADDRESS OF V1ND92MI         TO CAA-PTR-COPYIN
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
           INITIALIZE V1ND92MI
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
           IF  CODEMPI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO CODEMPL
               PERFORM REINPUT
           END-IF
      *
           MOVE CODEMPI                    TO COD-EMPRESA-REM
      *
           EVALUATE TRUE
               WHEN SW-88-ACCION-ALTA
                   PERFORM 2300-ALTA-EMPRESA
                      THRU 2300-ALTA-EMPRESA-EXIT

               WHEN SW-88-ACCION-MODIFICA
                   PERFORM 2400-MODIFICA-EMPRESA
                      THRU 2400-MODIFICA-EMPRESA-EXIT

               WHEN SW-88-ACCION-BAJA
                   PERFORM 2500-BAJA-EMPRESA
                      THRU 2500-BAJA-EMPRESA-EXIT
           END-EVALUATE
      *
           MOVE ME-ALTA-CONFORME           TO CAA-COD-AVISO1
           MOVE -1                         TO ACCIONL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2250-VALIDAR-DATOS
      *  NOMBRE Y LICENCIA OBLIGATORIOS; EL PAIS DEBE ESTAR ACTIVO EN  *
      *  EL MAESTRO V1DT087 Y EL CONCEPTO SER DE COMPRA Y EXISTIR EN   *
      *  V1DT003, PORQUE CON EL SE REGISTRA CADA PAGO EN V1DT001       *
      ******************************************************************
       2250-VALIDAR-DATOS.
      *
           IF  NOMEMPI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO NOMEMPL
               PERFORM REINPUT
           END-IF
      *
           IF  NUMLICI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO NUMLICL
               PERFORM REINPUT
           END-IF
      *
           IF  PAISEMI NOT NUMERIC
               MOVE ME-PAIS-ERRADO         TO CAA-COD-ERROR
               MOVE -1                     TO PAISEML
               PERFORM REINPUT
           END-IF
      *
           IF  CPTREMI LESS CT-CPT-COMPRA-DESDE
            OR CPTREMI GREATER CT-CPT-COMPRA-HASTA
               MOVE ME-CONCEPTO-ERRADO     TO CAA-COD-ERROR
               MOVE -1                     TO CPTREML
               PERFORM REINPUT
           END-IF
      *
           IF  CTALIQI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO CTALIQL
               PERFORM REINPUT
           END-IF
      *
           MOVE DIASVII                    TO WS-DIAS-ALFA
           INSPECT WS-DIAS-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-DIAS-ALFA NOT NUMERIC
            OR WS-DIAS-NUM EQUAL ZEROES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO DIASVIL
               PERFORM REINPUT
           END-IF
      *
           IF  INDACTI NOT EQUAL CT-SI
           AND INDACTI NOT EQUAL CT-NO
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO INDACTL
               PERFORM REINPUT
           END-IF
      *
           MOVE NOMEMPI                    TO NOM-EMPRESA-REM
           MOVE NUMLICI                    TO NUM-LICENCIA-REM
           MOVE PAISEMI                    TO COD-PAIS-EMPRESA
           MOVE CPTREMI                    TO COD-CPT-REMESA
           MOVE CTALIQI                    TO CTA-LIQUIDACION-REM
           MOVE WS-DIAS-NUM                TO DIAS-VIGENCIA-ORDEN
           MOVE INDACTI                    TO IND-ACTIVA-REM
      *
           MOVE 'V1DT087'                  TO WS-TABLA
           MOVE ZEROES                     TO WS-CANT-PAIS
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-PAIS
               FROM V1DT087
               WHERE COD_PAIS   = :COD-PAIS-EMPRESA
                 AND IND_ACTIVO = 'S'
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-PAIS EQUAL ZEROES
               MOVE ME-PAIS-ERRADO         TO CAA-COD-ERROR
               MOVE -1                     TO PAISEML
               PERFORM REINPUT
           END-IF
      *
           MOVE 'V1DT003'                  TO WS-TABLA
           MOVE COD-CPT-REMESA             TO COD-CPT-CMP-VTA
      *
           EXEC SQL
               SELECT DESC_CPT_CMP_VTA
               INTO  :DESC-CPT-CMP-VTA
               FROM V1DT003
               WHERE COD_CPT_CMP_VTA = :COD-CPT-CMP-VTA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-CONCEPTO-ERRADO TO CAA-COD-ERROR
                   MOVE -1                 TO CPTREML
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2250-VALIDAR-DATOS-EXIT.
           EXIT.
      ******************************************************************
      * 2300-ALTA-EMPRESA
      ******************************************************************
       2300-ALTA-EMPRESA.
      *
           PERFORM 2250-VALIDAR-DATOS
              THRU 2250-VALIDAR-DATOS-EXIT
      *
           MOVE 'V1DT178'                  TO WS-TABLA
      *
           EXEC SQL
               INSERT INTO V1DT178
                   (COD_EMPRESA,
                    NOM_EMPRESA,
                    NUM_LICENCIA,
                    COD_PAIS,
                    COD_CPT_CMP_VTA,
                    CTA_LIQUIDACION,
                    DIAS_VIGENCIA,
                    IND_ACTIVA)
               VALUES
                   (:COD-EMPRESA-REM,
                    :NOM-EMPRESA-REM,
                    :NUM-LICENCIA-REM,
                    :COD-PAIS-EMPRESA,
                    :COD-CPT-REMESA,
                    :CTA-LIQUIDACION-REM,
                    :DIAS-VIGENCIA-ORDEN,
                    :IND-ACTIVA-REM)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-DUPREC
                   MOVE ME-ENTRADA-YA-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO CODEMPL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2300-ALTA-EMPRESA-EXIT.
           EXIT.
      ******************************************************************
      * 2400-MODIFICA-EMPRESA
      ******************************************************************
       2400-MODIFICA-EMPRESA.
      *
           PERFORM 2250-VALIDAR-DATOS
              THRU 2250-VALIDAR-DATOS-EXIT
      *
           MOVE 'V1DT178'                  TO WS-TABLA
      *
           EXEC SQL
               UPDATE V1DT178
                  SET NOM_EMPRESA     = :NOM-EMPRESA-REM,
                      NUM_LICENCIA    = :NUM-LICENCIA-REM,
                      COD_PAIS        = :COD-PAIS-EMPRESA,
                      COD_CPT_CMP_VTA = :COD-CPT-REMESA,
                      CTA_LIQUIDACION = :CTA-LIQUIDACION-REM,
                      DIAS_VIGENCIA   = :DIAS-VIGENCIA-ORDEN,
                      IND_ACTIVA      = :IND-ACTIVA-REM
                WHERE COD_EMPRESA     = :COD-EMPRESA-REM
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
                   MOVE -1                 TO CODEMPL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2400-MODIFICA-EMPRESA-EXIT.
           EXIT.
      ******************************************************************
      * 2500-BAJA-EMPRESA
      *  LAS ORDENES CARGADAS SIGUEN APUNTANDO A LA EMPRESA PARA LA    *
      *  CONCILIACION Y EL REPORTE AL BCV: CON ORDENES SOLO SE PUEDE   *
      *  DESACTIVAR                                                    *
      ******************************************************************
       2500-BAJA-EMPRESA.
      *
           MOVE 'V1DT179'                  TO WS-TABLA
           MOVE ZEROES                     TO WS-CANT-ORDENES
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-ORDENES
               FROM V1DT179
               WHERE COD_EMPRESA = :COD-EMPRESA-REM
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-ORDENES GREATER ZEROES
               MOVE ME-EMPRESA-CON-ORDENES TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           MOVE 'V1DT178'                  TO WS-TABLA
      *
           EXEC SQL
               DELETE FROM V1DT178
                WHERE COD_EMPRESA = :COD-EMPRESA-REM
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
                   MOVE -1                 TO CODEMPL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2500-BAJA-EMPRESA-EXIT.
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
           MOVE 'V13C92M'                  TO W963-PROGRAMA
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
