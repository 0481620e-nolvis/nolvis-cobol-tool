      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C78M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: MODALIDAD DE FACTURACION DE LAS COMISIONES DE    *
      *               CADA CLIENTE (V1DT158) QUE USA LA FACTURACION    *
      *               FISCAL V13C78B: 'P' UNA FACTURA POR PERIODO EN   *
      *               EL CIERRE DEL MES, 'O' UNA FACTURA POR CADA      *
      *               OPERACION.  EL CLIENTE DEBE ESTAR EN EL MAESTRO  *
      *               LOCAL (V1DT079).  SIN FILA EL CLIENTE SE FACTURA *
      *               POR PERIODO, POR LO QUE LA BAJA LO DEVUELVE A LA *
      *               MODALIDAD POR DEFECTO.                           *
      *               ACCIONES: A ALTA  M MODIFICACION  B BAJA         *
      *                         C CONSULTA                             *
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
       PROGRAM-ID.   V13C78M.
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
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-ALTA                   VALUE 'A'.
               88  SW-88-ACCION-MODIF                  VALUE 'M'.
               88  SW-88-ACCION-BAJA                   VALUE 'B'.
               88  SW-88-ACCION-CONSULTA               VALUE 'C'.
           05  SW-MODALIDAD                PIC X(01).
               88  SW-88-MOD-PERIODO                   VALUE 'P'.
               88  SW-88-MOD-OPERACION                 VALUE 'O'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C78M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-NO                       PIC X(01)   VALUE 'N'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-MOD-PERIODO              PIC X(01)   VALUE 'P'.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-CLIENTE-NO-EXISTE        PIC X(07)   VALUE 'V1E0280'.
           05  ME-MODALIDAD-INVALIDA       PIC X(07)   VALUE 'V1E0281'.
           05  ME-PREFER-YA-EXISTE         PIC X(07)   VALUE 'V1E0282'.
           05  ME-PREFER-NO-EXISTE         PIC X(07)   VALUE 'V1E0283'.
           05  ME-ALTA-CONFORME            PIC X(07)   VALUE 'V1A0510'.
           05  ME-CAMBIO-CONFORME          PIC X(07)   VALUE 'V1A0544'.
           05  ME-MODALIDAD-DEFECTO        PIC X(07)   VALUE 'V1A0563'.
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
               INCLUDE V1GT079
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT158
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
       COPY V1ND78M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND78MI.
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
           SET ADDRESS OF V1ND78MI         TO CAA-PTR-COPYIN
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
           INITIALIZE V1ND78MI
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
      *  EL CLIENTE SE PIDE EN TODAS LAS ACCIONES Y LA MODALIDAD SOLO  *
      *  EN EL ALTA Y LA MODIFICACION.  DESPUES DE CADA ACCION SE      *
      *  REDESPLIEGA LA MODALIDAD VIGENTE DEL CLIENTE                  *
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
           IF  NOT (SW-88-ACCION-ALTA OR SW-88-ACCION-MODIF
                 OR SW-88-ACCION-BAJA OR SW-88-ACCION-CONSULTA)
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2250-VALIDAR-CLIENTE
              THRU 2250-VALIDAR-CLIENTE-EXIT
      *
           EVALUATE TRUE
               WHEN SW-88-ACCION-ALTA
                   PERFORM 2300-ALTA-MODALIDAD
                      THRU 2300-ALTA-MODALIDAD-EXIT

               WHEN SW-88-ACCION-MODIF
                   PERFORM 2400-MODIF-MODALIDAD
                      THRU 2400-MODIF-MODALIDAD-EXIT

               WHEN SW-88-ACCION-BAJA
                   PERFORM 2500-BAJA-MODALIDAD
                      THRU 2500-BAJA-MODALIDAD-EXIT

               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *
           PERFORM 2700-MOSTRAR-MODALIDAD
              THRU 2700-MOSTRAR-MODALIDAD-EXIT
      *
           MOVE -1                         TO ACCIONL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2250-VALIDAR-CLIENTE
      *  EL CLIENTE DEBE ESTAR EN EL MAESTRO LOCAL; SE MUESTRA SU      *
      *  RAZON SOCIAL                                                  *
      ******************************************************************
       2250-VALIDAR-CLIENTE.
      *
           IF  NUMDOCI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO NUMDOCL
               PERFORM REINPUT
           END-IF
      *
           MOVE NUMDOCI                    TO NUM-DOC-CLIENTE
                                              NUM-DOC-CLIENTE-FAC
           MOVE 'V1DT079'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT NOM_CLIENTE
               INTO  :NOM-CLIENTE
               FROM V1DT079
               WHERE NUM_DOC_PERSONA = :NUM-DOC-CLIENTE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE NOM-CLIENTE        TO NOMCLII

               WHEN DB2-NOTFND
                   MOVE SPACES             TO NOMCLII
                   MOVE ME-CLIENTE-NO-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO NUMDOCL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2250-VALIDAR-CLIENTE-EXIT.
           EXIT.
      ******************************************************************
      * 2260-VALIDAR-MODALIDAD
      ******************************************************************
       2260-VALIDAR-MODALIDAD.
      *
           MOVE MODFACI                    TO SW-MODALIDAD
      *
           IF  NOT (SW-88-MOD-PERIODO OR SW-88-MOD-OPERACION)
               MOVE ME-MODALIDAD-INVALIDA  TO CAA-COD-ERROR
               MOVE -1                     TO MODFACL
               PERFORM REINPUT
           END-IF
      *
           MOVE SW-MODALIDAD               TO MOD-FACTURACION
           MOVE AUD-USUARIO                TO COD-USUARIO-FAC
           MOVE WS-FEC-HOY                 TO FEC-ACTUALIZA-FAC
      *
           .
       2260-VALIDAR-MODALIDAD-EXIT.
           EXIT.
      ******************************************************************
      * 2300-ALTA-MODALIDAD
      ******************************************************************
       2300-ALTA-MODALIDAD.
      *
           PERFORM 2260-VALIDAR-MODALIDAD
              THRU 2260-VALIDAR-MODALIDAD-EXIT
      *
           MOVE 'V1DT158'                  TO WS-TABLA
      *
           EXEC SQL
               INSERT INTO V1DT158
                   (NUM_DOC_PERSONA,
                    MOD_FACTURACION,
                    COD_USUARIO,
                    FEC_ACTUALIZA)
               VALUES
                   (:NUM-DOC-CLIENTE-FAC,
                    :MOD-FACTURACION,
                    :COD-USUARIO-FAC,
                    :FEC-ACTUALIZA-FAC)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE ME-ALTA-CONFORME   TO CAA-COD-AVISO1

               WHEN DB2-DUPREC
                   MOVE ME-PREFER-YA-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO NUMDOCL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2300-ALTA-MODALIDAD-EXIT.
           EXIT.
      ******************************************************************
      * 2400-MODIF-MODALIDAD
      ******************************************************************
       2400-MODIF-MODALIDAD.
      *
           PERFORM 2260-VALIDAR-MODALIDAD
              THRU 2260-VALIDAR-MODALIDAD-EXIT
      *
           MOVE 'V1DT158'                  TO WS-TABLA
      *
           EXEC SQL
               UPDATE V1DT158
                  SET MOD_FACTURACION = :MOD-FACTURACION,
                      COD_USUARIO     = :COD-USUARIO-FAC,
                      FEC_ACTUALIZA   = :FEC-ACTUALIZA-FAC
                WHERE NUM_DOC_PERSONA = :NUM-DOC-CLIENTE-FAC
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE ME-CAMBIO-CONFORME TO CAA-COD-AVISO1

               WHEN DB2-NOTFND
                   MOVE ME-PREFER-NO-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO NUMDOCL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2400-MODIF-MODALIDAD-EXIT.
           EXIT.
      ******************************************************************
      * 2500-BAJA-MODALIDAD
      *  EL CLIENTE VUELVE A FACTURARSE POR PERIODO                    *
      ******************************************************************
       2500-BAJA-MODALIDAD.
      *
           MOVE 'V1DT158'                  TO WS-TABLA
      *
           EXEC SQL
               DELETE FROM V1DT158
                WHERE NUM_DOC_PERSONA = :NUM-DOC-CLIENTE-FAC
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE ME-CAMBIO-CONFORME TO CAA-COD-AVISO1

               WHEN DB2-NOTFND
                   MOVE ME-PREFER-NO-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO NUMDOCL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2500-BAJA-MODALIDAD-EXIT.
           EXIT.
      ******************************************************************
      * 2700-MOSTRAR-MODALIDAD
      *  SIN FILA SE MUESTRA LA MODALIDAD POR DEFECTO; EN LA CONSULTA  *
      *  SE AVISA QUE EL CLIENTE NO TIENE MODALIDAD PROPIA             *
      ******************************************************************
       2700-MOSTRAR-MODALIDAD.
      *
           MOVE 'V1DT158'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT MOD_FACTURACION,
                      COD_USUARIO,
                      FEC_ACTUALIZA
               INTO  :MOD-FACTURACION,
                     :COD-USUARIO-FAC,
                     :FEC-ACTUALIZA-FAC
               FROM V1DT158
               WHERE NUM_DOC_PERSONA = :NUM-DOC-CLIENTE-FAC
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE MOD-FACTURACION    TO MODFACI
                   MOVE FEC-ACTUALIZA-FAC  TO FECACTI
                   MOVE COD-USUARIO-FAC    TO USUACTI

               WHEN DB2-NOTFND
                   MOVE CT-MOD-PERIODO     TO MODFACI
                   MOVE SPACES             TO FECACTI
                                              USUACTI
                   IF  SW-88-ACCION-CONSULTA
                       MOVE ME-MODALIDAD-DEFECTO
                                           TO CAA-COD-AVISO1
                   END-IF

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2700-MOSTRAR-MODALIDAD-EXIT.
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
           MOVE 'V13C78M'                  TO W963-PROGRAMA
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
