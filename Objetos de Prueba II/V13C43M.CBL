      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C43M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: REGISTRO DE DEBIDA DILIGENCIA DE                 *
      *               CORRESPONSALES POR BIC (V1DT110): FECHA DE LA    *
      *               REVISION, VENCIMIENTO, CUESTIONARIO WOLFSBERG,   *
      *               LICENCIA, SANCIONES, RIESGO Y REVISOR.  EL       *
      *               ALTA SOBRE UN BIC YA REGISTRADO ASIENTA LA       *
      *               NUEVA REVISION.  SIN REVISION VIGENTE Y          *
      *               CONFORME, V13C02B NO EMITE MT103 POR ESE         *
      *               CORRESPONSAL Y V13C04M NO CAPTA CUADRES CON      *
      *               ESE BANCO                                        *
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
       PROGRAM-ID.   V13C43M.
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
           05  WS-FECHA-AUX                PIC X(08).
           05  WS-FECHA-PANTALLA           PIC X(08).
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-ALTA                   VALUE 'A'.
               88  SW-88-ACCION-BAJA                   VALUE 'B'.
               88  SW-88-ACCION-CONSULTA               VALUE 'C'.
           05  SW-INDICADOR                PIC X(01).
               88  SW-88-INDICADOR-VALIDO              VALUE 'S' 'N'.
           05  SW-RIESGO                   PIC X(01).
               88  SW-88-RIESGO-VALIDO                 VALUE 'B' 'M'
                                                             'A'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C43M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-TC8C1220                 PIC X(08)   VALUE 'TC8C1220'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-FECHA-ERRADA             PIC X(07)   VALUE 'V1E0033'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-ENTRADA-NO-EXISTE        PIC X(07)   VALUE 'V1E0106'.
           05  ME-BANCO-ERRADO             PIC X(07)   VALUE 'V1E0176'.
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
      * COPY DE LA RUTINA TC8C1220 DE VALIDACION DE FECHAS
           COPY TCWC1750.
      ******************************************************************
      *                       AREA DE TABLAS                           *
      ******************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT068
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT110
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
       COPY V1ND43M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND43MI.
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
           SET ADDRESS OF V1ND43MI         TO CAA-PTR-COPYIN
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
           INITIALIZE V1ND43MI
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
           IF  NOT (SW-88-ACCION-ALTA OR SW-88-ACCION-BAJA
                                      OR SW-88-ACCION-CONSULTA)
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
      *    EL BIC SE ADMITE DE 8 U 11 POSICIONES
      *
           IF  BICCORI EQUAL SPACES OR LOW-VALUES
            OR BICCORI(8:1) EQUAL SPACE
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO BICCORL
               PERFORM REINPUT
           END-IF
      *
           MOVE BICCORI                    TO BIC-DILIGENCIA
           MOVE 'V1DT110'                  TO WS-TABLA
      *
           EVALUATE TRUE
               WHEN SW-88-ACCION-ALTA
                   PERFORM 2300-ALTA-DILIGENCIA
                      THRU 2300-ALTA-DILIGENCIA-EXIT

               WHEN SW-88-ACCION-BAJA
                   PERFORM 2500-BAJA-DILIGENCIA
                      THRU 2500-BAJA-DILIGENCIA-EXIT

               WHEN SW-88-ACCION-CONSULTA
                   PERFORM 2600-CONSULTAR-DILIGENCIA
                      THRU 2600-CONSULTAR-DILIGENCIA-EXIT
                   MOVE -1                 TO ACCIONL
                   PERFORM REINPUT
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
      * 2300-ALTA-DILIGENCIA
      *  VALIDA LA REVISION COMPLETA ANTES DE GRABAR.  EL ALTA SOBRE   *
      *  UN BIC YA REGISTRADO REEMPLAZA LA REVISION ANTERIOR.  EL      *
      *  REVISOR ES EL USUARIO QUE LA REGISTRA                         *
      ******************************************************************
       2300-ALTA-DILIGENCIA.
      *
      *    BANCO DEL MAESTRO INTERBANCARIO, OPCIONAL
      *
           IF  CODBANI EQUAL SPACES OR LOW-VALUES
               MOVE SPACES                 TO COD-BANCO-DILIGENCIA
           ELSE
               PERFORM 2350-VALIDAR-BANCO
                  THRU 2350-VALIDAR-BANCO-EXIT
           END-IF
      *
      *    FECHA DE REVISION (DD/MM/AAAA) VIA TC8C1220
      *
           INITIALIZE TCWC1750
           MOVE '1'                        TO W175-CDOPCIO
           MOVE FECREVI                    TO W175-FHGRE1
           CALL CT-TC8C1220 USING TCWC1750
           IF  W175-CDRETORN NOT EQUAL '00'
               MOVE ME-FECHA-ERRADA        TO CAA-COD-ERROR
               MOVE 'FECHA REVISION'       TO CAA-VAR1-ERROR
               MOVE -1                     TO FECREVL
               PERFORM REINPUT
           END-IF
      *
           MOVE FECREVI(1:2)               TO WS-FECHA-AUX(7:2)
           MOVE FECREVI(3:2)               TO WS-FECHA-AUX(5:2)
           MOVE FECREVI(5:4)               TO WS-FECHA-AUX(1:4)
           MOVE WS-FECHA-AUX               TO FEC-REVISION-DD
      *
           IF  FEC-REVISION-DD GREATER FUNCTION CURRENT-DATE(1:8)
               MOVE ME-FECHA-ERRADA        TO CAA-COD-ERROR
               MOVE 'FECHA REVISION'       TO CAA-VAR1-ERROR
               MOVE -1                     TO FECREVL
               PERFORM REINPUT
           END-IF
      *
      *    FECHA DE VENCIMIENTO, POSTERIOR A LA REVISION
      *
           INITIALIZE TCWC1750
           MOVE '1'                        TO W175-CDOPCIO
           MOVE FECVENI                    TO W175-FHGRE1
           CALL CT-TC8C1220 USING TCWC1750
           IF  W175-CDRETORN NOT EQUAL '00'
               MOVE ME-FECHA-ERRADA        TO CAA-COD-ERROR
               MOVE 'FECHA VENCIMIENTO'    TO CAA-VAR1-ERROR
               MOVE -1                     TO FECVENL
               PERFORM REINPUT
           END-IF
      *
           MOVE FECVENI(1:2)               TO WS-FECHA-AUX(7:2)
           MOVE FECVENI(3:2)               TO WS-FECHA-AUX(5:2)
           MOVE FECVENI(5:4)               TO WS-FECHA-AUX(1:4)
           MOVE WS-FECHA-AUX               TO FEC-VENCIMIENTO-DD
      *
           IF  FEC-VENCIMIENTO-DD NOT GREATER FEC-REVISION-DD
               MOVE ME-FECHA-ERRADA        TO CAA-COD-ERROR
               MOVE 'FECHA VENCIMIENTO'    TO CAA-VAR1-ERROR
               MOVE -1                     TO FECVENL
               PERFORM REINPUT
           END-IF
      *
      *    RESULTADO DE CADA VERIFICACION: 'S' CONFORME 'N' NO
      *
           MOVE WOLFSBI                    TO SW-INDICADOR
           IF  NOT SW-88-INDICADOR-VALIDO
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO WOLFSBL
               PERFORM REINPUT
           END-IF
           MOVE WOLFSBI                    TO IND-WOLFSBERG
      *
           MOVE LICENCI                    TO SW-INDICADOR
           IF  NOT SW-88-INDICADOR-VALIDO
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO LICENCL
               PERFORM REINPUT
           END-IF
           MOVE LICENCI                    TO IND-LICENCIA
      *
           MOVE SANCIOI                    TO SW-INDICADOR
           IF  NOT SW-88-INDICADOR-VALIDO
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO SANCIOL
               PERFORM REINPUT
           END-IF
           MOVE SANCIOI                    TO IND-SANCIONES
      *
           MOVE RIESGOI                    TO SW-RIESGO
           IF  NOT SW-88-RIESGO-VALIDO
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO RIESGOL
               PERFORM REINPUT
           END-IF
           MOVE RIESGOI                    TO COD-RIESGO-DD
      *
           MOVE AUD-USUARIO                TO COD-USUARIO-REVISA
                                              USUREVI
      *
           EXEC SQL
               INSERT INTO V1DT110
                   (BIC_CORRESPONSAL,
                    COD_BANCO,
                    FEC_REVISION,
                    FEC_VENCIMIENTO,
                    IND_WOLFSBERG,
                    IND_LICENCIA,
                    IND_SANCIONES,
                    COD_RIESGO,
                    COD_USUARIO_REVISA)
               VALUES
                   (:BIC-DILIGENCIA,
                    :COD-BANCO-DILIGENCIA,
                    :FEC-REVISION-DD,
                    :FEC-VENCIMIENTO-DD,
                    :IND-WOLFSBERG,
                    :IND-LICENCIA,
                    :IND-SANCIONES,
                    :COD-RIESGO-DD,
                    :COD-USUARIO-REVISA)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-DUPREC
                   PERFORM 2400-CAMBIAR-DILIGENCIA
                      THRU 2400-CAMBIAR-DILIGENCIA-EXIT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2300-ALTA-DILIGENCIA-EXIT.
           EXIT.
      ******************************************************************
      * 2350-VALIDAR-BANCO
      ******************************************************************
       2350-VALIDAR-BANCO.
      *
           MOVE 'V1DT068'                  TO WS-TABLA
           MOVE CODBANI                    TO COD-BANCO
      *
           EXEC SQL
               SELECT NOM_BANCO
               INTO  :NOM-BANCO
               FROM V1DT068
               WHERE COD_BANCO = :COD-BANCO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE COD-BANCO          TO COD-BANCO-DILIGENCIA

               WHEN DB2-NOTFND
                   MOVE ME-BANCO-ERRADO    TO CAA-COD-ERROR
                   MOVE -1                 TO CODBANL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE 'V1DT110'                  TO WS-TABLA
      *
           .
       2350-VALIDAR-BANCO-EXIT.
           EXIT.
      ******************************************************************
      * 2400-CAMBIAR-DILIGENCIA
      ******************************************************************
       2400-CAMBIAR-DILIGENCIA.
      *
           EXEC SQL
               UPDATE V1DT110
                  SET COD_BANCO          = :COD-BANCO-DILIGENCIA,
                      FEC_REVISION       = :FEC-REVISION-DD,
                      FEC_VENCIMIENTO    = :FEC-VENCIMIENTO-DD,
                      IND_WOLFSBERG      = :IND-WOLFSBERG,
                      IND_LICENCIA       = :IND-LICENCIA,
                      IND_SANCIONES      = :IND-SANCIONES,
                      COD_RIESGO         = :COD-RIESGO-DD,
                      COD_USUARIO_REVISA = :COD-USUARIO-REVISA
                WHERE BIC_CORRESPONSAL   = :BIC-DILIGENCIA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2400-CAMBIAR-DILIGENCIA-EXIT.
           EXIT.
      ******************************************************************
      * 2500-BAJA-DILIGENCIA
      ******************************************************************
       2500-BAJA-DILIGENCIA.
      *
           EXEC SQL
               DELETE FROM V1DT110
                WHERE BIC_CORRESPONSAL = :BIC-DILIGENCIA
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
                   MOVE -1                 TO BICCORL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2500-BAJA-DILIGENCIA-EXIT.
           EXIT.
      ******************************************************************
      * 2600-CONSULTAR-DILIGENCIA
      *  DESPLIEGA LA REVISION VIGENTE DEL BIC, CON LAS FECHAS EN      *
      *  FORMATO DE PANTALLA DD/MM/AAAA                                *
      ******************************************************************
       2600-CONSULTAR-DILIGENCIA.
      *
           EXEC SQL
               SELECT COD_BANCO,
                      FEC_REVISION,
                      FEC_VENCIMIENTO,
                      IND_WOLFSBERG,
                      IND_LICENCIA,
                      IND_SANCIONES,
                      COD_RIESGO,
                      COD_USUARIO_REVISA
               INTO  :COD-BANCO-DILIGENCIA,
                     :FEC-REVISION-DD,
                     :FEC-VENCIMIENTO-DD,
                     :IND-WOLFSBERG,
                     :IND-LICENCIA,
                     :IND-SANCIONES,
                     :COD-RIESGO-DD,
                     :COD-USUARIO-REVISA
               FROM V1DT110
               WHERE BIC_CORRESPONSAL = :BIC-DILIGENCIA
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
                   MOVE -1                 TO BICCORL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE COD-BANCO-DILIGENCIA       TO CODBANI
      *
           MOVE FEC-REVISION-DD(7:2)       TO WS-FECHA-PANTALLA(1:2)
           MOVE FEC-REVISION-DD(5:2)       TO WS-FECHA-PANTALLA(3:2)
           MOVE FEC-REVISION-DD(1:4)       TO WS-FECHA-PANTALLA(5:4)
           MOVE WS-FECHA-PANTALLA          TO FECREVI
      *
           MOVE FEC-VENCIMIENTO-DD(7:2)    TO WS-FECHA-PANTALLA(1:2)
           MOVE FEC-VENCIMIENTO-DD(5:2)    TO WS-FECHA-PANTALLA(3:2)
           MOVE FEC-VENCIMIENTO-DD(1:4)    TO WS-FECHA-PANTALLA(5:4)
           MOVE WS-FECHA-PANTALLA          TO FECVENI
      *
           MOVE IND-WOLFSBERG              TO WOLFSBI
           MOVE IND-LICENCIA               TO LICENCI
           MOVE IND-SANCIONES              TO SANCIOI
           MOVE COD-RIESGO-DD              TO RIESGOI
           MOVE COD-USUARIO-REVISA         TO USUREVI
      *
           .
       2600-CONSULTAR-DILIGENCIA-EXIT.
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
           MOVE 'V13C43M'                  TO W963-PROGRAMA
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
