      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C58M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: MANTENIMIENTO DEL PERFIL DE ACTIVIDAD ESPERADA   *
      *               DEL CLIENTE (V1DT128) QUE SE DECLARA AL          *
      *               VINCULARLO: VOLUMEN MENSUAL EN DOLARES,          *
      *               PROPOSITO, HASTA TRES PAISES DESTINO (V1DT087)   *
      *               Y FORMA DE PAGO.  EL CAMBIO NO TOCA LA TABLA     *
      *               VIVA: QUEDA PENDIENTE EN V1DT037 HASTA QUE UN    *
      *               SEGUNDO USUARIO LO APRUEBE EN V12C72Z.  LA       *
      *               COMPARACION MENSUAL CONTRA V1DT001 ES V13C58B    *
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
       PROGRAM-ID.   V13C58M.
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
           05  WS-IMP-ALFA                 PIC X(15)   VALUE SPACES.
           05  WS-IMP-NUM REDEFINES WS-IMP-ALFA
                                           PIC 9(13)V9(02).
           05  WS-PAIS                     PIC X(03)   VALUE SPACES.
           05  WS-FEC-DECLARA              PIC X(08)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-ALTA                   VALUE 'A'.
               88  SW-88-ACCION-MODIFICA               VALUE 'M'.
               88  SW-88-ACCION-BAJA                   VALUE 'B'.
           05  SW-PERFIL                   PIC X(01)   VALUE 'N'.
               88  PERFIL-EXISTENTE                    VALUE 'S'.
               88  PERFIL-INEXISTENTE                  VALUE 'N'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C58M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-PAGO-EFECTIVO            PIC X(01)   VALUE 'E'.
           05  CT-PAGO-TRANSF              PIC X(01)   VALUE 'T'.
           05  CT-PAGO-AMBAS               PIC X(01)   VALUE 'A'.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-MONTO-REQUERIDO          PIC X(07)   VALUE 'V1E0075'.
           05  ME-PAIS-ERRADO              PIC X(07)   VALUE 'V1E0093'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-CLIENTE-YA-EXISTE        PIC X(07)   VALUE 'V1E0168'.
           05  ME-CLIENTE-NO-EXISTE        PIC X(07)   VALUE 'V1E0169'.
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
               INCLUDE V1GT087
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT128
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
       COPY V1ND58M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND58MI.
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
           SET ADDRESS OF V1ND58MI         TO CAA-PTR-COPYIN
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
           INITIALIZE V1ND58MI
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
           IF  NUMDOCI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO NUMDOCL
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
                   IF  PERFIL-EXISTENTE
                       MOVE ME-CLIENTE-YA-EXISTE
                                           TO CAA-COD-ERROR
                       MOVE -1             TO NUMDOCL
                       PERFORM REINPUT
                   END-IF
                   MOVE 'A'                TO COD-ACCION

               WHEN SW-88-ACCION-MODIFICA
                   IF  PERFIL-INEXISTENTE
                       MOVE ME-CLIENTE-NO-EXISTE
                                           TO CAA-COD-ERROR
                       MOVE -1             TO NUMDOCL
                       PERFORM REINPUT
                   END-IF
                   MOVE 'M'                TO COD-ACCION

               WHEN SW-88-ACCION-BAJA
                   IF  PERFIL-INEXISTENTE
                       MOVE ME-CLIENTE-NO-EXISTE
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
      * 2250-VALIDAR-DATOS
      *  VOLUMEN MENSUAL MAYOR QUE CERO, PROPOSITO OBLIGATORIO, AL     *
      *  MENOS UN PAIS DESTINO Y TODOS LOS INFORMADOS ACTIVOS EN EL    *
      *  MAESTRO V1DT087, FORMA DE PAGO E/T/A Y FECHA DE LA            *
      *  DECLARACION (EN BLANCO = HOY)                                 *
      ******************************************************************
       2250-VALIDAR-DATOS.
      *
           MOVE IMPMESI                    TO WS-IMP-ALFA
           INSPECT WS-IMP-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-IMP-ALFA NOT NUMERIC
            OR WS-IMP-NUM EQUAL ZEROES
               MOVE ME-MONTO-REQUERIDO     TO CAA-COD-ERROR
               MOVE -1                     TO IMPMESL
               PERFORM REINPUT
           END-IF
      *
           IF  PROPOSI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO PROPOSL
               PERFORM REINPUT
           END-IF
      *
           IF  PAIS1I EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO PAIS1L
               PERFORM REINPUT
           END-IF
      *
           MOVE PAIS1I                     TO WS-PAIS
           PERFORM 2300-VALIDAR-PAIS
              THRU 2300-VALIDAR-PAIS-EXIT
           IF  CAA-COD-ERROR NOT EQUAL SPACES
               MOVE -1                     TO PAIS1L
               PERFORM REINPUT
           END-IF
      *
           IF  PAIS2I EQUAL LOW-VALUES
               MOVE SPACES                 TO PAIS2I
           END-IF
      *
           IF  PAIS3I EQUAL LOW-VALUES
               MOVE SPACES                 TO PAIS3I
           END-IF
      *
           IF  PAIS2I NOT EQUAL SPACES
               MOVE PAIS2I                 TO WS-PAIS
               PERFORM 2300-VALIDAR-PAIS
                  THRU 2300-VALIDAR-PAIS-EXIT
               IF  CAA-COD-ERROR NOT EQUAL SPACES
                   MOVE -1                 TO PAIS2L
                   PERFORM REINPUT
               END-IF
           END-IF
      *
           IF  PAIS3I NOT EQUAL SPACES
               MOVE PAIS3I                 TO WS-PAIS
               PERFORM 2300-VALIDAR-PAIS
                  THRU 2300-VALIDAR-PAIS-EXIT
               IF  CAA-COD-ERROR NOT EQUAL SPACES
                   MOVE -1                 TO PAIS3L
                   PERFORM REINPUT
               END-IF
           END-IF
      *
           IF  TIPPAGI NOT EQUAL CT-PAGO-EFECTIVO
           AND TIPPAGI NOT EQUAL CT-PAGO-TRANSF
           AND TIPPAGI NOT EQUAL CT-PAGO-AMBAS
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO TIPPAGL
               PERFORM REINPUT
           END-IF
      *
           IF  FECDECI EQUAL SPACES OR LOW-VALUES
               MOVE FUNCTION CURRENT-DATE(1:8)
                                           TO FECDECI
           END-IF
      *
           MOVE FECDECI                    TO WS-FEC-DECLARA
      *
           IF  WS-FEC-DECLARA NOT NUMERIC
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO FECDECL
               PERFORM REINPUT
           END-IF
      *
           .
       2250-VALIDAR-DATOS-EXIT.
           EXIT.
      ******************************************************************
      * 2300-VALIDAR-PAIS
      ******************************************************************
       2300-VALIDAR-PAIS.
      *
           MOVE 'V1DT087'                  TO WS-TABLA
      *
           IF  WS-PAIS NOT NUMERIC
               MOVE ME-PAIS-ERRADO         TO CAA-COD-ERROR
               GO TO 2300-VALIDAR-PAIS-EXIT
           END-IF
      *
           MOVE WS-PAIS                    TO COD-PAIS-ISO
      *
           EXEC SQL
               SELECT NOM_PAIS
               INTO  :NOM-PAIS
               FROM V1DT087
               WHERE COD_PAIS   = :COD-PAIS-ISO
                 AND IND_ACTIVO = 'S'
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-PAIS-ERRADO     TO CAA-COD-ERROR

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2300-VALIDAR-PAIS-EXIT.
           EXIT.
      ******************************************************************
      * 2600-LEER-IMAGEN-ACTUAL
      *  LA IMAGEN DE V1DT128 ES: VOLUMEN(15, DOS DECIMALES            *
      *  IMPLICITOS) PROPOSITO(30) PAIS1(3) PAIS2(3) PAIS3(3) PAGO(1)  *
      *  FECHA(8) SEPARADOS POR UN BLANCO; EL DOCUMENTO VA EN LA CLAVE *
      *  DEL CAMBIO                                                    *
      ******************************************************************
       2600-LEER-IMAGEN-ACTUAL.
      *
           MOVE 'V1DT128'                  TO WS-TABLA
           SET PERFIL-INEXISTENTE          TO TRUE
           MOVE SPACES                     TO IMG-ANTES
                                              IMG-DESPUES
      *
           MOVE NUMDOCI                    TO NUM-DOC-PERFIL
      *
           EXEC SQL
               SELECT IMP_MES_USD,
                      DES_PROPOSITO,
                      COD_PAIS_1,
                      COD_PAIS_2,
                      COD_PAIS_3,
                      TIP_PAGO,
                      FEC_DECLARACION
               INTO  :IMP-MES-PERFIL,
                     :DES-PROPOSITO-PERFIL,
                     :COD-PAIS1-PERFIL,
                     :COD-PAIS2-PERFIL,
                     :COD-PAIS3-PERFIL,
                     :TIP-PAGO-PERFIL,
                     :FEC-DECLARA-PERFIL
               FROM V1DT128
               WHERE NUM_DOC_PERSONA = :NUM-DOC-PERFIL
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   SET PERFIL-EXISTENTE    TO TRUE
                   MOVE IMP-MES-PERFIL     TO WS-IMP-NUM
                   STRING WS-IMP-ALFA ' '
                          DES-PROPOSITO-PERFIL ' '
                          COD-PAIS1-PERFIL ' '
                          COD-PAIS2-PERFIL ' '
                          COD-PAIS3-PERFIL ' '
                          TIP-PAGO-PERFIL ' '
                          FEC-DECLARA-PERFIL
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
           MOVE IMPMESI                    TO WS-IMP-ALFA
           INSPECT WS-IMP-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           STRING WS-IMP-ALFA ' '
                  PROPOSI ' '
                  PAIS1I ' '
                  PAIS2I ' '
                  PAIS3I ' '
                  TIPPAGI ' '
                  FECDECI
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
           MOVE 'V1DT128'                  TO COD-TABLA
           MOVE SPACES                     TO CLAVE-CAMBIO
           MOVE NUMDOCI                    TO CLAVE-CAMBIO(1:15)
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
           MOVE 'V13C58M'                  TO W963-PROGRAMA
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
