      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C72M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: MANTENIMIENTO DE LAS REGLAS DE ASIGNACION DE     *
      *               DIVISAS DE INTERVENCION DEL BCV POR CONCEPTO DE  *
      *               COMPRA (V1DT148): TRAMO DE PRIORIDAD Y TOPE POR  *
      *               CLIENTE CON QUE EL PROCESO V13C71B REPARTE CADA  *
      *               LOTE.  EL CONCEPTO '***' ES LA REGLA POR DEFECTO.*
      *               EL CAMBIO NO TOCA LA TABLA VIVA: QUEDA PENDIENTE *
      *               EN V1DT037 HASTA QUE UN SEGUNDO USUARIO LO       *
      *               APRUEBE EN V12C72Z                               *
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
       PROGRAM-ID.   V13C72M.
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
           05  WS-PRIORIDAD-ALFA           PIC X(03)   VALUE SPACES.
           05  WS-PRIORIDAD-NUM REDEFINES WS-PRIORIDAD-ALFA
                                           PIC 9(03).
           05  WS-IMP-ALFA                 PIC X(15)   VALUE SPACES.
           05  WS-IMP-NUM REDEFINES WS-IMP-ALFA
                                           PIC 9(13)V9(02).
           05  WS-IMAGEN.
               10  WS-IMG-PRIORIDAD        PIC 9(03)   VALUE ZEROES.
               10  WS-IMG-TOPE             PIC 9(13)V9(02)
                                                       VALUE ZEROES.
           05  WS-IMAGEN-ALFA REDEFINES WS-IMAGEN
                                           PIC X(18).
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-ALTA                   VALUE 'A'.
               88  SW-88-ACCION-MODIFICA               VALUE 'M'.
               88  SW-88-ACCION-BAJA                   VALUE 'B'.
           05  SW-REGLA                    PIC X(01)   VALUE 'N'.
               88  REGLA-EXISTENTE                     VALUE 'S'.
               88  REGLA-INEXISTENTE                   VALUE 'N'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C72M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-CPT-DEFECTO              PIC X(03)   VALUE '***'.
           05  CT-CPT-COMPRA-DESDE         PIC X(03)   VALUE '111'.
           05  CT-CPT-COMPRA-HASTA         PIC X(03)   VALUE '199'.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-MONTO-REQUERIDO          PIC X(07)   VALUE 'V1E0075'.
           05  ME-CONCEPTO-ERRADO          PIC X(07)   VALUE 'V1E0091'.
           05  ME-CMPVTA-ERRADO            PIC X(07)   VALUE 'V1E0095'.
           05  ME-PRIORIDAD-ERRADA         PIC X(07)   VALUE 'V1E0258'.
           05  ME-REGLA-YA-EXISTE          PIC X(07)   VALUE 'V1E0259'.
           05  ME-REGLA-NO-EXISTE          PIC X(07)   VALUE 'V1E0260'.
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
               INCLUDE V1GT003
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT037
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT148
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
       COPY V1ND72M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND72MI.
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
           SET ADDRESS OF V1ND72MI         TO CAA-PTR-COPYIN
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
           INITIALIZE V1ND72MI
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
           PERFORM 2250-VALIDAR-CONCEPTO
              THRU 2250-VALIDAR-CONCEPTO-EXIT
      *
           IF  SW-88-ACCION-ALTA OR SW-88-ACCION-MODIFICA
               PERFORM 2300-VALIDAR-REGLA
                  THRU 2300-VALIDAR-REGLA-EXIT
           END-IF
      *
           PERFORM 2600-LEER-IMAGEN-ACTUAL
              THRU 2600-LEER-IMAGEN-ACTUAL-EXIT
      *
           EVALUATE TRUE
               WHEN SW-88-ACCION-ALTA
                   IF  REGLA-EXISTENTE
                       MOVE ME-REGLA-YA-EXISTE
                                           TO CAA-COD-ERROR
                       MOVE -1             TO CODCPTL
                       PERFORM REINPUT
                   END-IF
                   MOVE 'A'                TO COD-ACCION

               WHEN SW-88-ACCION-MODIFICA
                   IF  REGLA-INEXISTENTE
                       MOVE ME-REGLA-NO-EXISTE
                                           TO CAA-COD-ERROR
                       MOVE -1             TO CODCPTL
                       PERFORM REINPUT
                   END-IF
                   MOVE 'M'                TO COD-ACCION

               WHEN SW-88-ACCION-BAJA
                   IF  REGLA-INEXISTENTE
                       MOVE ME-REGLA-NO-EXISTE
                                           TO CAA-COD-ERROR
                       MOVE -1             TO CODCPTL
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
      * 2250-VALIDAR-CONCEPTO
      *  EL CONCEPTO DEBE SER DE COMPRA (1XX) Y EXISTIR EN V1DT003,    *
      *  SALVO LA REGLA POR DEFECTO '***'                              *
      ******************************************************************
       2250-VALIDAR-CONCEPTO.
      *
           IF  CODCPTI EQUAL CT-CPT-DEFECTO
               GO TO 2250-VALIDAR-CONCEPTO-EXIT
           END-IF
      *
           IF  CODCPTI LESS THAN CT-CPT-COMPRA-DESDE
            OR CODCPTI GREATER THAN CT-CPT-COMPRA-HASTA
               MOVE ME-CMPVTA-ERRADO       TO CAA-COD-ERROR
               MOVE -1                     TO CODCPTL
               PERFORM REINPUT
           END-IF
      *
           MOVE 'V1DT003'                  TO WS-TABLA
           MOVE CODCPTI                    TO COD-CPT-CMP-VTA
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
                   MOVE -1                 TO CODCPTL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2250-VALIDAR-CONCEPTO-EXIT.
           EXIT.
      ******************************************************************
      * 2300-VALIDAR-REGLA
      *  EL TRAMO VA DE 1 A 999 (1 SE ATIENDE PRIMERO).  EL TOPE POR   *
      *  CLIENTE PUEDE QUEDAR EN BLANCO O EN CERO: SIN TOPE            *
      ******************************************************************
       2300-VALIDAR-REGLA.
      *
           MOVE PRIORII                    TO WS-PRIORIDAD-ALFA
           INSPECT WS-PRIORIDAD-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-PRIORIDAD-ALFA NOT NUMERIC
            OR WS-PRIORIDAD-NUM EQUAL ZEROES
               MOVE ME-PRIORIDAD-ERRADA    TO CAA-COD-ERROR
               MOVE -1                     TO PRIORIL
               PERFORM REINPUT
           END-IF
      *
           MOVE TOPCLII                    TO WS-IMP-ALFA
           IF  WS-IMP-ALFA EQUAL LOW-VALUES
               MOVE SPACES                 TO WS-IMP-ALFA
           END-IF
           INSPECT WS-IMP-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-IMP-ALFA NOT NUMERIC
               MOVE ME-MONTO-REQUERIDO     TO CAA-COD-ERROR
               MOVE -1                     TO TOPCLIL
               PERFORM REINPUT
           END-IF
      *
           .
       2300-VALIDAR-REGLA-EXIT.
           EXIT.
      ******************************************************************
      * 2600-LEER-IMAGEN-ACTUAL
      *  LA CLAVE DEL CAMBIO ES EL CONCEPTO(3); LA IMAGEN DE V1DT148   *
      *  ES EL TRAMO(3) Y EL TOPE EN 15 DIGITOS CON DOS DECIMALES      *
      ******************************************************************
       2600-LEER-IMAGEN-ACTUAL.
      *
           MOVE 'V1DT148'                  TO WS-TABLA
           SET REGLA-INEXISTENTE           TO TRUE
           MOVE SPACES                     TO IMG-ANTES
                                              IMG-DESPUES
      *
           MOVE CODCPTI                    TO COD-CPT-ASG
      *
           EXEC SQL
               SELECT NUM_PRIORIDAD,
                      IMP_TOPE
               INTO  :NUM-PRIORIDAD-ASG,
                     :IMP-TOPE-ASG
               FROM V1DT148
               WHERE COD_CPT_CMP_VTA = :COD-CPT-ASG
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   SET REGLA-EXISTENTE     TO TRUE
                   MOVE NUM-PRIORIDAD-ASG  TO WS-IMG-PRIORIDAD
                   MOVE IMP-TOPE-ASG       TO WS-IMG-TOPE
                   MOVE WS-IMAGEN-ALFA     TO IMG-ANTES

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
           MOVE WS-PRIORIDAD-NUM           TO WS-IMG-PRIORIDAD
           MOVE WS-IMP-NUM                 TO WS-IMG-TOPE
           MOVE WS-IMAGEN-ALFA             TO IMG-DESPUES
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
           MOVE 'V1DT148'                  TO COD-TABLA
           MOVE CODCPTI                    TO CLAVE-CAMBIO
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
           MOVE 'V13C72M'                  TO W963-PROGRAMA
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
