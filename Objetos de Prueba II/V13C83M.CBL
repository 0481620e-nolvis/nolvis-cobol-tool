      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C83M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: MANTENIMIENTO DEL REGISTRO DE EMPLEADOS Y        *
      *               PARTES VINCULADAS (V1DT166) CUYAS OPERACIONES    *
      *               REVISA CUMPLIMIENTO CON EL MONITOREO MENSUAL     *
      *               V13C85B.  SE USA PARA LOS FAMILIARES Y EMPRESAS  *
      *               VINCULADAS QUE NO LLEGAN EN LA CARGA DE RECURSOS *
      *               HUMANOS Y PARA CORREGIR LO QUE ESTA TRAE.  EL    *
      *               EGRESO SE REGISTRA MODIFICANDO LA FECHA HASTA;   *
      *               LA BAJA SOLO ELIMINA UN REGISTRO ERRONEO.  EL    *
      *               CAMBIO NO TOCA LA TABLA VIVA: QUEDA PENDIENTE EN *
      *               V1DT037 HASTA QUE UN SEGUNDO USUARIO LO APRUEBE  *
      *               EN V12C72Z                                       *
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
       PROGRAM-ID.   V13C83M.
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
           05  WS-IMAGEN.
               10  WS-IMG-TIP-RELACION     PIC X(01)   VALUE SPACES.
               10  WS-IMG-DEPARTAMENTO     PIC X(06)   VALUE SPACES.
               10  WS-IMG-OFICINA          PIC X(04)   VALUE SPACES.
               10  WS-IMG-USUARIO          PIC X(08)   VALUE SPACES.
               10  WS-IMG-FEC-DESDE        PIC X(08)   VALUE SPACES.
               10  WS-IMG-FEC-HASTA        PIC X(08)   VALUE SPACES.
               10  WS-IMG-NOMBRE           PIC X(40)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-ALTA                   VALUE 'A'.
               88  SW-88-ACCION-MODIFICA               VALUE 'M'.
               88  SW-88-ACCION-BAJA                   VALUE 'B'.
           05  SW-RELACION                 PIC X(01).
               88  SW-88-RELACION-VALIDA               VALUE 'E' 'D'
                                                             'F' 'V'.
               88  SW-88-RELACION-PERSONAL             VALUE 'E' 'D'.
           05  SW-PERSONA                  PIC X(01)   VALUE 'N'.
               88  PERSONA-EXISTENTE                   VALUE 'S'.
               88  PERSONA-INEXISTENTE                 VALUE 'N'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C83M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-TC8C1220                 PIC X(08)   VALUE 'TC8C1220'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-FEC-ABIERTA              PIC X(08)   VALUE '99991231'.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-FECHA-ERRADA             PIC X(07)   VALUE 'V1E0033'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-FECHA-NO-POSTERIOR       PIC X(07)   VALUE 'V1E0265'.
           05  ME-RELACION-ERRADA          PIC X(07)   VALUE 'V1E0288'.
           05  ME-PERSONA-YA-EXISTE        PIC X(07)   VALUE 'V1E0289'.
           05  ME-PERSONA-NO-EXISTE        PIC X(07)   VALUE 'V1E0290'.
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
               INCLUDE V1GT037
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT166
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
       COPY V1ND83M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND83MI.
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
           SET ADDRESS OF V1ND83MI         TO CAA-PTR-COPYIN
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
           INITIALIZE V1ND83MI
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
               PERFORM 2300-VALIDAR-DATOS
                  THRU 2300-VALIDAR-DATOS-EXIT
           END-IF
      *
           PERFORM 2600-LEER-IMAGEN-ACTUAL
              THRU 2600-LEER-IMAGEN-ACTUAL-EXIT
      *
           EVALUATE TRUE
               WHEN SW-88-ACCION-ALTA
                   IF  PERSONA-EXISTENTE
                       MOVE ME-PERSONA-YA-EXISTE
                                           TO CAA-COD-ERROR
                       MOVE -1             TO NUMDOCL
                       PERFORM REINPUT
                   END-IF
                   MOVE 'A'                TO COD-ACCION

               WHEN SW-88-ACCION-MODIFICA
                   IF  PERSONA-INEXISTENTE
                       MOVE ME-PERSONA-NO-EXISTE
                                           TO CAA-COD-ERROR
                       MOVE -1             TO NUMDOCL
                       PERFORM REINPUT
                   END-IF
                   MOVE 'M'                TO COD-ACCION

               WHEN SW-88-ACCION-BAJA
                   IF  PERSONA-INEXISTENTE
                       MOVE ME-PERSONA-NO-EXISTE
                                           TO CAA-COD-ERROR
                       MOVE -1             TO NUMDOCL
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
      * 2250-VALIDAR-CLAVE
      *  LA CLAVE ES EL DOCUMENTO DE IDENTIDAD O RIF DE LA PERSONA,    *
      *  EL MISMO CON QUE OPERA EN V1DT001 (NUM_DOC_PERSONA)           *
      ******************************************************************
       2250-VALIDAR-CLAVE.
      *
           IF  NUMDOCI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO NUMDOCL
               PERFORM REINPUT
           END-IF
      *
           .
       2250-VALIDAR-CLAVE-EXIT.
           EXIT.
      ******************************************************************
      * 2300-VALIDAR-DATOS
      *  EL NOMBRE, LA RELACION Y LA FECHA DESDE (DDMMAAAA) SON        *
      *  OBLIGATORIOS.  EMPLEADOS Y DIRECTORES LLEVAN ADEMAS SU        *
      *  OFICINA Y SU USUARIO, CON LOS QUE EL MONITOREO DETECTA LAS    *
      *  OPERACIONES HECHAS EN SU PROPIA OFICINA O FIRMADAS POR ELLOS  *
      *  MISMOS.  LA FECHA HASTA EN BLANCO DEJA LA VIGENCIA ABIERTA    *
      ******************************************************************
       2300-VALIDAR-DATOS.
      *
           MOVE SPACES                     TO WS-IMAGEN
      *
           IF  NOMPERI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO NOMPERL
               PERFORM REINPUT
           END-IF
      *
           MOVE TIPRELI                    TO SW-RELACION
      *
           IF  NOT SW-88-RELACION-VALIDA
               MOVE ME-RELACION-ERRADA     TO CAA-COD-ERROR
               MOVE -1                     TO TIPRELL
               PERFORM REINPUT
           END-IF
      *
           IF  SW-88-RELACION-PERSONAL
               IF  CODOFII EQUAL SPACES OR LOW-VALUES
                   MOVE ME-DATO-REQUERIDO  TO CAA-COD-ERROR
                   MOVE -1                 TO CODOFIL
                   PERFORM REINPUT
               END-IF
               IF  CODUSUI EQUAL SPACES OR LOW-VALUES
                   MOVE ME-DATO-REQUERIDO  TO CAA-COD-ERROR
                   MOVE -1                 TO CODUSUL
                   PERFORM REINPUT
               END-IF
           END-IF
      *
           INITIALIZE TCWC1750
           MOVE '1'                        TO W175-CDOPCIO
           MOVE FECDESI                    TO W175-FHGRE1
           CALL CT-TC8C1220 USING TCWC1750
           IF  W175-CDRETORN NOT EQUAL '00'
               MOVE ME-FECHA-ERRADA        TO CAA-COD-ERROR
               MOVE 'VIGENCIA DESDE'       TO CAA-VAR1-ERROR
               MOVE -1                     TO FECDESL
               PERFORM REINPUT
           END-IF
      *
           MOVE FECDESI(1:2)               TO WS-IMG-FEC-DESDE(7:2)
           MOVE FECDESI(3:2)               TO WS-IMG-FEC-DESDE(5:2)
           MOVE FECDESI(5:4)               TO WS-IMG-FEC-DESDE(1:4)
      *
           IF  FECHASI EQUAL SPACES OR LOW-VALUES
               MOVE CT-FEC-ABIERTA         TO WS-IMG-FEC-HASTA
           ELSE
               INITIALIZE TCWC1750
               MOVE '1'                    TO W175-CDOPCIO
               MOVE FECHASI                TO W175-FHGRE1
               CALL CT-TC8C1220 USING TCWC1750
               IF  W175-CDRETORN NOT EQUAL '00'
                   MOVE ME-FECHA-ERRADA    TO CAA-COD-ERROR
                   MOVE 'VIGENCIA HASTA'   TO CAA-VAR1-ERROR
                   MOVE -1                 TO FECHASL
                   PERFORM REINPUT
               END-IF
               MOVE FECHASI(1:2)           TO WS-IMG-FEC-HASTA(7:2)
               MOVE FECHASI(3:2)           TO WS-IMG-FEC-HASTA(5:2)
               MOVE FECHASI(5:4)           TO WS-IMG-FEC-HASTA(1:4)
           END-IF
      *
           IF  WS-IMG-FEC-HASTA LESS THAN WS-IMG-FEC-DESDE
               MOVE ME-FECHA-NO-POSTERIOR  TO CAA-COD-ERROR
               MOVE -1                     TO FECHASL
               PERFORM REINPUT
           END-IF
      *
           MOVE TIPRELI                    TO WS-IMG-TIP-RELACION
           MOVE CODDEPI                    TO WS-IMG-DEPARTAMENTO
           MOVE CODOFII                    TO WS-IMG-OFICINA
           MOVE CODUSUI                    TO WS-IMG-USUARIO
           MOVE NOMPERI                    TO WS-IMG-NOMBRE
           INSPECT WS-IMAGEN REPLACING ALL LOW-VALUES BY SPACES
      *
           .
       2300-VALIDAR-DATOS-EXIT.
           EXIT.
      ******************************************************************
      * 2600-LEER-IMAGEN-ACTUAL
      *  LA CLAVE DEL CAMBIO ES EL DOCUMENTO(15); LA IMAGEN DE V1DT166 *
      *  ES RELACION(1) DEPARTAMENTO(6) OFICINA(4) USUARIO(8)          *
      *  DESDE(8) HASTA(8) NOMBRE(40)                                  *
      ******************************************************************
       2600-LEER-IMAGEN-ACTUAL.
      *
           MOVE 'V1DT166'                  TO WS-TABLA
           SET PERSONA-INEXISTENTE         TO TRUE
           MOVE SPACES                     TO IMG-ANTES
                                              IMG-DESPUES
      *
           MOVE NUMDOCI                    TO NUM-DOC-REL
      *
           EXEC SQL
               SELECT NOM_PERSONA,
                      TIP_RELACION,
                      COD_DEPARTAMENTO,
                      COD_OFICINA,
                      COD_USUARIO,
                      FEC_DESDE,
                      FEC_HASTA
               INTO  :NOM-PERSONA-REL,
                     :TIP-RELACION-REL,
                     :COD-DEPARTAMENTO-REL,
                     :COD-OFICINA-REL,
                     :COD-USUARIO-REL,
                     :FEC-DESDE-REL,
                     :FEC-HASTA-REL
               FROM V1DT166
               WHERE NUM_DOC_PERSONA = :NUM-DOC-REL
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   SET PERSONA-EXISTENTE   TO TRUE
                   MOVE TIP-RELACION-REL   TO IMG-ANTES(1:1)
                   MOVE COD-DEPARTAMENTO-REL
                                           TO IMG-ANTES(2:6)
                   MOVE COD-OFICINA-REL    TO IMG-ANTES(8:4)
                   MOVE COD-USUARIO-REL    TO IMG-ANTES(12:8)
                   MOVE FEC-DESDE-REL      TO IMG-ANTES(20:8)
                   MOVE FEC-HASTA-REL      TO IMG-ANTES(28:8)
                   MOVE NOM-PERSONA-REL    TO IMG-ANTES(36:40)

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
           MOVE WS-IMAGEN                  TO IMG-DESPUES
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
           MOVE 'V1DT166'                  TO COD-TABLA
           MOVE NUMDOCI                    TO CLAVE-CAMBIO
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
           MOVE 'V13C83M'                  TO W963-PROGRAMA
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
