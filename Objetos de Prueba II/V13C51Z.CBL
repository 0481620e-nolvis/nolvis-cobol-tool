      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C51Z                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: OFICIOS DE AUTORIDADES (V1DT119).  REGISTRA EL   *
      *               OFICIO DE SUDEBAN, FISCALIA O TRIBUNAL CON SU    *
      *               REFERENCIA, PERIODO Y PLAZO LEGAL EN DIAS        *
      *               HABILES (V1DT007), AGREGA LAS PERSONAS           *
      *               REQUERIDAS (V1DT120), SOLICITA EL PAQUETE DE     *
      *               RESPUESTA AL GENERADOR V13C51B Y MARCA EL        *
      *               OFICIO RESPONDIDO.  LISTA LOS OFICIOS NO         *
      *               RESPONDIDOS POR PLAZO CON LOS DIAS HABILES QUE   *
      *               LES QUEDAN                                       *
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
       PROGRAM-ID.   V13C51Z.
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
           05  WS-I                        PIC 9(04)   VALUE ZEROES.
           05  WS-LINEA-OFICIO             PIC X(78)   VALUE SPACES.
           05  WS-NUM-OFI-ALFA             PIC X(09)   VALUE SPACES.
           05  WS-NUM-OFI-NUM REDEFINES WS-NUM-OFI-ALFA
                                           PIC 9(09).
           05  WS-NUM-OFI-ED               PIC 9(09)   VALUE ZEROES.
           05  WS-PLAZO-ALFA               PIC X(03)   VALUE SPACES.
           05  WS-PLAZO-NUM REDEFINES WS-PLAZO-ALFA
                                           PIC 9(03).
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
           05  WS-FEC-HOY-N REDEFINES WS-FEC-HOY
                                           PIC 9(08).
           05  WS-FEC-LIMITE               PIC X(08)   VALUE SPACES.
           05  WS-FEC-LIMITE-N REDEFINES WS-FEC-LIMITE
                                           PIC 9(08).
           05  WS-FEC-VALIDAR              PIC X(08)   VALUE SPACES.
           05  WS-FEC-VALIDAR-R REDEFINES WS-FEC-VALIDAR.
               10  WS-VAL-ANO              PIC 9(04).
               10  WS-VAL-MES              PIC 9(02).
                   88  WS-88-MES-OK                    VALUE 1 THRU 12.
               10  WS-VAL-DIA              PIC 9(02).
                   88  WS-88-DIA-OK                    VALUE 1 THRU 31.
           05  WS-FEC-VALIDAR-N REDEFINES WS-FEC-VALIDAR
                                           PIC 9(08).
           05  WS-INT-FECHA                PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-INT-LIMITE               PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-DIA-SEMANA               PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-CANT-FERIADO             PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-HABILES                  PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-DIAS-PLAZO               PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-CANT-PERSONAS            PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-RESTAN-ED                PIC ZZ9     VALUE ZEROES.
           05  WS-TXT-RESTAN               PIC X(07)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-FECHA-VALIDA             PIC X(01)   VALUE 'N'.
               88  FECHA-VALIDA                        VALUE 'S'.
               88  FECHA-NO-VALIDA                     VALUE 'N'.
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-ALTA                   VALUE 'A'.
               88  SW-88-ACCION-PERSONA                VALUE 'D'.
               88  SW-88-ACCION-PAQUETE                VALUE 'G'.
               88  SW-88-ACCION-RESPONDE               VALUE 'R'.
           05  SW-AUTORIDAD                PIC X(01).
               88  SW-88-AUTORIDAD-VALIDA              VALUE 'S' 'F'
                                                             'T'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C51Z'.
           05  CT-TAB-V1DT119              PIC X(08)   VALUE 'V1DT119'.
           05  CT-TAB-V1DT120              PIC X(08)   VALUE 'V1DT120'.
           05  CT-MAX-FILAS                PIC 9(02)   VALUE 12.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-BORRA                    PIC X(02)   VALUE '99'.
           05  CT-EST-ABIERTO              PIC X(01)   VALUE 'A'.
           05  CT-EST-SOLICITADO           PIC X(01)   VALUE 'P'.
           05  CT-EST-GENERADO             PIC X(01)   VALUE 'G'.
           05  CT-EST-RESPONDIDO           PIC X(01)   VALUE 'R'.
      *    PLAZO LEGAL POR DEFECTO CUANDO EL OFICIO NO FIJA OTRO
           05  CT-DIAS-PLAZO               PIC S9(04)  COMP  VALUE 10.
           05  CT-SABADO                   PIC S9(04)  COMP  VALUE 6.
           05  CT-DOMINGO                  PIC S9(04)  COMP  VALUE 0.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-REGISTROS                PIC 9(03)   VALUE ZEROES.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-FECHA-DESDE-VAL          PIC X(07)   VALUE 'V1E0053'.
           05  ME-FECHA-HASTA-VAL          PIC X(07)   VALUE 'V1E0055'.
           05  ME-FECHA-HASTA-MENOR        PIC X(07)   VALUE 'V1E0056'.
           05  ME-SIN-OFICIOS              PIC X(07)   VALUE 'V1E0215'.
           05  ME-OFICIO-NO-EXISTE         PIC X(07)   VALUE 'V1E0216'.
           05  ME-OFICIO-NO-ABIERTO        PIC X(07)   VALUE 'V1E0217'.
           05  ME-OFICIO-SIN-PERSONAS      PIC X(07)   VALUE 'V1E0218'.
           05  ME-PAQUETE-NO-GENERADO      PIC X(07)   VALUE 'V1E0219'.
           05  ME-PERSONA-DUPLICADA        PIC X(07)   VALUE 'V1E0220'.
           05  ME-ALTA-CONFORME            PIC X(07)   VALUE 'V1A0538'.
           05  ME-PERSONA-AGREGADA         PIC X(07)   VALUE 'V1A0539'.
           05  ME-PAQUETE-SOLICITADO       PIC X(07)   VALUE 'V1A0540'.
           05  ME-OFICIO-RESPONDIDO        PIC X(07)   VALUE 'V1A0541'.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA EL PROGRAMA DE ABEND
       01  WS-QGECABC-01.
           COPY QGECABC.
      * COPY DFHAID
           COPY DFHAID.
      * COPY PARA ATRIBUTOS DE LA PANTALLA
       COPY QCWCI20.
           COPY DFHBMSCA.
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      ******* OFICIOS DE AUTORIDADES ***********************************
           EXEC SQL
               INCLUDE V1GT119
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT120
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
           EXEC SQL
               DECLARE V13C51Z-V1DC51Z1
               CURSOR FOR
               SELECT NUM_OFICIO,
                      COD_AUTORIDAD,
                      TXT_REFERENCIA,
                      EST_OFICIO,
                      FEC_LIMITE
               FROM V1DT119
               WHERE EST_OFICIO IN ('A', 'P', 'G')
               ORDER BY FEC_LIMITE,
                        NUM_OFICIO
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
       COPY V1ND51Z.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND51ZI.
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
           GOBACK.
      ******************************************************************
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
      * AD01-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      * AD01-F
      *
           SET ADDRESS OF V1ND51ZI         TO CAA-PTR-COPYIN
      *
           EXEC CICS
               IGNORE CONDITION ERROR
           END-EXEC
      *
           MOVE CAA-CODTRAN                TO CAA-CODTRAN-SIG
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
      *  REGISTRA EN LA BITACORA DE AUDITORIA EL USUARIO, TERMINAL,    *
      *  TRANSACCION Y FECHA/HORA DE NAVEGACION POR LA SUITE V1        *
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
      *  EL ACCESO SE VERIFICA AL ENTRAR A LA TRANSACCION; SI ESTA     *
      *  DENEGADO SE DEVUELVE AL USUARIO A LA PANTALLA ANTERIOR CON    *
      *  EL ERROR, Y EL INTENTO QUEDA EN LA BITACORA V1DT033           *
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
      ******************************************************************
      *                        2000-PROCESO                            *
      ******************************************************************
       2000-PROCESO.
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
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
      *                        2100-ESTADO-INICIO                      *
      ******************************************************************
       2100-ESTADO-INICIO.
      *
           INITIALIZE V1ND51ZI
      *
           PERFORM BUSCAR-OFICIOS
      *
           IF  CN-REGISTROS EQUAL ZEROES
               MOVE ME-SIN-OFICIOS         TO CAA-COD-ERROR
           END-IF
      *
           SET CAA-88-ESTADO-CONTIN        TO TRUE
           SET CAA-88-ACCION-TERMINAL      TO TRUE
           MOVE -1                         TO ACCIONL
      *
           .
       2100-ESTADO-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                        2200-ESTADO-CONTINUACION                *
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
      *    SIN ACCION SOLO SE REFRESCA LA LISTA
      *
           IF  ACCIONI EQUAL SPACES OR LOW-VALUES
               PERFORM REFRESCAR-LISTA
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           MOVE ACCIONI                    TO SW-ACCION
      *
           IF  NOT (SW-88-ACCION-ALTA OR SW-88-ACCION-PERSONA OR
                    SW-88-ACCION-PAQUETE OR SW-88-ACCION-RESPONDE)
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           EVALUATE TRUE
               WHEN SW-88-ACCION-ALTA
                   PERFORM 2300-ALTA-OFICIO
                      THRU 2300-ALTA-OFICIO-EXIT
                   MOVE ME-ALTA-CONFORME   TO CAA-COD-AVISO1

               WHEN SW-88-ACCION-PERSONA
                   PERFORM 2400-AGREGAR-PERSONA
                      THRU 2400-AGREGAR-PERSONA-EXIT
                   MOVE ME-PERSONA-AGREGADA
                                           TO CAA-COD-AVISO1

               WHEN SW-88-ACCION-PAQUETE
                   PERFORM 2500-SOLICITAR-PAQUETE
                      THRU 2500-SOLICITAR-PAQUETE-EXIT
                   MOVE ME-PAQUETE-SOLICITADO
                                           TO CAA-COD-AVISO1

               WHEN SW-88-ACCION-RESPONDE
                   PERFORM 2600-RESPONDER-OFICIO
                      THRU 2600-RESPONDER-OFICIO-EXIT
                   MOVE ME-OFICIO-RESPONDIDO
                                           TO CAA-COD-AVISO1
           END-EVALUATE
      *
           PERFORM REFRESCAR-LISTA
      *
           MOVE SPACES                     TO ACCIONI
                                              NUMDOCI
                                              NOMPERI
           MOVE -1                         TO ACCIONL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2300-ALTA-OFICIO
      *  EL PLAZO LEGAL DE RESPUESTA LO FIJA EL OFICIO EN DIAS         *
      *  HABILES Y SE CUENTA DESDE LA RECEPCION CON EL CALENDARIO      *
      *  V1DT007, COMO EN LOS RECLAMOS V13C51Z.  SI EL OFICIO NO       *
      *  INDICA PLAZO SE TOMA EL PLAZO POR DEFECTO                     *
      ******************************************************************
       2300-ALTA-OFICIO.
      *
           MOVE AUTORII                    TO SW-AUTORIDAD
      *
           IF  NOT SW-88-AUTORIDAD-VALIDA
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO AUTORIL
               PERFORM REINPUT
           END-IF
      *
           IF  REFEREI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO REFEREL
               PERFORM REINPUT
           END-IF
      *
           MOVE FECDESI                    TO WS-FEC-VALIDAR
           PERFORM 2310-VALIDAR-FECHA
              THRU 2310-VALIDAR-FECHA-EXIT
      *
           IF  FECHA-NO-VALIDA
               MOVE ME-FECHA-DESDE-VAL     TO CAA-COD-ERROR
               MOVE -1                     TO FECDESL
               PERFORM REINPUT
           END-IF
      *
           MOVE FECHASI                    TO WS-FEC-VALIDAR
           PERFORM 2310-VALIDAR-FECHA
              THRU 2310-VALIDAR-FECHA-EXIT
      *
           IF  FECHA-NO-VALIDA
               MOVE ME-FECHA-HASTA-VAL     TO CAA-COD-ERROR
               MOVE -1                     TO FECHASL
               PERFORM REINPUT
           END-IF
      *
           IF  FECDESI GREATER FECHASI
               MOVE ME-FECHA-HASTA-MENOR   TO CAA-COD-ERROR
               MOVE -1                     TO FECHASL
               PERFORM REINPUT
           END-IF
      *
           IF  PLAZOI EQUAL SPACES OR LOW-VALUES
               MOVE CT-DIAS-PLAZO          TO WS-DIAS-PLAZO
           ELSE
               MOVE PLAZOI                 TO WS-PLAZO-ALFA
               INSPECT WS-PLAZO-ALFA REPLACING LEADING SPACES BY ZEROES
               IF  WS-PLAZO-ALFA NOT NUMERIC
                OR WS-PLAZO-NUM EQUAL ZEROES
                   MOVE ME-DATO-REQUERIDO  TO CAA-COD-ERROR
                   MOVE -1                 TO PLAZOL
                   PERFORM REINPUT
               END-IF
               MOVE WS-PLAZO-NUM           TO WS-DIAS-PLAZO
           END-IF
      *
           PERFORM 2350-CALCULAR-LIMITE
              THRU 2350-CALCULAR-LIMITE-EXIT
      *
           EXEC SQL
               SELECT VALUE(MAX(NUM_OFICIO), 0) + 1
               INTO  :NUM-OFICIO
               FROM V1DT119
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT119         TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE AUTORII                    TO COD-AUTORIDAD
           MOVE REFEREI                    TO TXT-REFERENCIA-OFI
           MOVE FECDESI                    TO FEC-DESDE-OFI
           MOVE FECHASI                    TO FEC-HASTA-OFI
           MOVE WS-FEC-HOY                 TO FEC-RECIBIDO-OFI
           MOVE WS-DIAS-PLAZO              TO NUM-DIAS-PLAZO
           MOVE WS-FEC-LIMITE              TO FEC-LIMITE-OFI
           MOVE CT-EST-ABIERTO             TO EST-OFICIO
           MOVE AUD-USUARIO                TO COD-USUARIO-OFI
           MOVE SPACES                     TO FEC-PAQUETE-OFI
                                              FEC-RESPUESTA-OFI
      *
           EXEC SQL
               INSERT INTO V1DT119
                   (NUM_OFICIO,
                    COD_AUTORIDAD,
                    TXT_REFERENCIA,
                    FEC_DESDE,
                    FEC_HASTA,
                    FEC_RECIBIDO,
                    NUM_DIAS_PLAZO,
                    FEC_LIMITE,
                    EST_OFICIO,
                    COD_USUARIO,
                    FEC_PAQUETE,
                    FEC_RESPUESTA)
               VALUES
                   (:NUM-OFICIO,
                    :COD-AUTORIDAD,
                    :TXT-REFERENCIA-OFI,
                    :FEC-DESDE-OFI,
                    :FEC-HASTA-OFI,
                    :FEC-RECIBIDO-OFI,
                    :NUM-DIAS-PLAZO,
                    :FEC-LIMITE-OFI,
                    :EST-OFICIO,
                    :COD-USUARIO-OFI,
                    :FEC-PAQUETE-OFI,
                    :FEC-RESPUESTA-OFI)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT119         TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
      *    EL NUMERO ASIGNADO QUEDA EN PANTALLA PARA AGREGAR LAS
      *    DEMAS PERSONAS; LA PRIMERA PUEDE VENIR CON EL ALTA
      *
           MOVE NUM-OFICIO                 TO WS-NUM-OFI-ED
           MOVE WS-NUM-OFI-ED              TO NUMOFII
      *
           IF  NUMDOCI NOT EQUAL SPACES AND NOT EQUAL LOW-VALUES
               PERFORM 2450-GRABAR-PERSONA
                  THRU 2450-GRABAR-PERSONA-EXIT
           END-IF
      *
           .
       2300-ALTA-OFICIO-EXIT.
           EXIT.
      ******************************************************************
      * 2310-VALIDAR-FECHA
      ******************************************************************
       2310-VALIDAR-FECHA.
      *
           SET FECHA-NO-VALIDA             TO TRUE
      *
           IF  WS-FEC-VALIDAR NOT NUMERIC
               GO TO 2310-VALIDAR-FECHA-EXIT
           END-IF
      *
           IF  WS-88-MES-OK
           AND WS-88-DIA-OK
           AND WS-VAL-ANO GREATER 1900
               SET FECHA-VALIDA            TO TRUE
           END-IF
      *
           .
       2310-VALIDAR-FECHA-EXIT.
           EXIT.
      ******************************************************************
      * 2350-CALCULAR-LIMITE
      ******************************************************************
       2350-CALCULAR-LIMITE.
      *
           COMPUTE WS-INT-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-HOY-N)
           MOVE ZEROES                     TO WS-HABILES
      *
           PERFORM 2360-AVANZAR-HABIL
              THRU 2360-AVANZAR-HABIL-EXIT
             UNTIL WS-HABILES GREATER OR EQUAL WS-DIAS-PLAZO
      *
           .
       2350-CALCULAR-LIMITE-EXIT.
           EXIT.
      ******************************************************************
      * 2360-AVANZAR-HABIL
      ******************************************************************
       2360-AVANZAR-HABIL.
      *
           ADD 1                           TO WS-INT-FECHA
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-FECHA)
                                           TO WS-FEC-LIMITE-N
      *
           COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-INT-FECHA, 7)
      *
           IF  WS-DIA-SEMANA EQUAL CT-SABADO
            OR WS-DIA-SEMANA EQUAL CT-DOMINGO
               GO TO 2360-AVANZAR-HABIL-EXIT
           END-IF
      *
           MOVE ZEROES                     TO WS-CANT-FERIADO
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-FERIADO
               FROM V1DT007
               WHERE FEC_FERIADO = :WS-FEC-LIMITE
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE 'V1DT007'              TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-FERIADO EQUAL ZEROES
               ADD 1                       TO WS-HABILES
           END-IF
      *
           .
       2360-AVANZAR-HABIL-EXIT.
           EXIT.
      ******************************************************************
      * 2400-AGREGAR-PERSONA
      *  SOLO SE AGREGAN PERSONAS MIENTRAS EL OFICIO ESTA ABIERTO      *
      ******************************************************************
       2400-AGREGAR-PERSONA.
      *
           PERFORM 2420-TOMAR-OFICIO
              THRU 2420-TOMAR-OFICIO-EXIT
      *
           IF  EST-OFICIO NOT EQUAL CT-EST-ABIERTO
               MOVE ME-OFICIO-NO-ABIERTO   TO CAA-COD-ERROR
               MOVE -1                     TO NUMOFIL
               PERFORM REINPUT
           END-IF
      *
           IF  NUMDOCI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO NUMDOCL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2450-GRABAR-PERSONA
              THRU 2450-GRABAR-PERSONA-EXIT
      *
           .
       2400-AGREGAR-PERSONA-EXIT.
           EXIT.
      ******************************************************************
      * 2420-TOMAR-OFICIO
      ******************************************************************
       2420-TOMAR-OFICIO.
      *
           MOVE NUMOFII                    TO WS-NUM-OFI-ALFA
           INSPECT WS-NUM-OFI-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-NUM-OFI-ALFA NOT NUMERIC
            OR WS-NUM-OFI-NUM EQUAL ZEROES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO NUMOFIL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-NUM-OFI-NUM             TO NUM-OFICIO
      *
           EXEC SQL
               SELECT EST_OFICIO
               INTO  :EST-OFICIO
               FROM V1DT119
               WHERE NUM_OFICIO = :NUM-OFICIO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-OFICIO-NO-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO NUMOFIL
                   PERFORM REINPUT

               WHEN OTHER
                   INITIALIZE QGECABC
                   MOVE CT-TAB-V1DT119     TO ABC-OBJETO-ERROR
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2420-TOMAR-OFICIO-EXIT.
           EXIT.
      ******************************************************************
      * 2450-GRABAR-PERSONA
      ******************************************************************
       2450-GRABAR-PERSONA.
      *
           MOVE NUM-OFICIO                 TO NUM-OFICIO-PER
           MOVE NUMDOCI                    TO NUM-DOC-REQUERIDO
           MOVE NOMPERI                    TO NOM-REQUERIDO
      *
           IF  NOM-REQUERIDO EQUAL LOW-VALUES
               MOVE SPACES                 TO NOM-REQUERIDO
           END-IF
      *
           MOVE ZEROES                     TO WS-CANT-PERSONAS
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-PERSONAS
               FROM V1DT120
               WHERE NUM_OFICIO = :NUM-OFICIO-PER
                 AND NUM_DOC    = :NUM-DOC-REQUERIDO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT120         TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-PERSONAS GREATER ZEROES
               MOVE ME-PERSONA-DUPLICADA   TO CAA-COD-ERROR
               MOVE -1                     TO NUMDOCL
               PERFORM REINPUT
           END-IF
      *
           EXEC SQL
               SELECT VALUE(MAX(SEC_PERSONA), 0) + 1
               INTO  :SEC-PERSONA
               FROM V1DT120
               WHERE NUM_OFICIO = :NUM-OFICIO-PER
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT120         TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO V1DT120
                   (NUM_OFICIO,
                    SEC_PERSONA,
                    NUM_DOC,
                    NOM_PERSONA)
               VALUES
                   (:NUM-OFICIO-PER,
                    :SEC-PERSONA,
                    :NUM-DOC-REQUERIDO,
                    :NOM-REQUERIDO)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT120         TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2450-GRABAR-PERSONA-EXIT.
           EXIT.
      ******************************************************************
      * 2500-SOLICITAR-PAQUETE
      *  DEJA EL OFICIO EN COLA PARA EL GENERADOR V13C51B.  SE PUEDE   *
      *  VOLVER A PEDIR SOBRE UN PAQUETE YA GENERADO MIENTRAS EL       *
      *  OFICIO NO ESTE RESPONDIDO                                     *
      ******************************************************************
       2500-SOLICITAR-PAQUETE.
      *
           PERFORM 2420-TOMAR-OFICIO
              THRU 2420-TOMAR-OFICIO-EXIT
      *
           IF  EST-OFICIO NOT EQUAL CT-EST-ABIERTO
           AND EST-OFICIO NOT EQUAL CT-EST-GENERADO
               MOVE ME-OFICIO-NO-ABIERTO   TO CAA-COD-ERROR
               MOVE -1                     TO NUMOFIL
               PERFORM REINPUT
           END-IF
      *
           MOVE NUM-OFICIO                 TO NUM-OFICIO-PER
           MOVE ZEROES                     TO WS-CANT-PERSONAS
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-PERSONAS
               FROM V1DT120
               WHERE NUM_OFICIO = :NUM-OFICIO-PER
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT120         TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-PERSONAS EQUAL ZEROES
               MOVE ME-OFICIO-SIN-PERSONAS TO CAA-COD-ERROR
               MOVE -1                     TO NUMDOCL
               PERFORM REINPUT
           END-IF
      *
           EXEC SQL
               UPDATE V1DT119
                  SET EST_OFICIO = :CT-EST-SOLICITADO
                WHERE NUM_OFICIO = :NUM-OFICIO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT119         TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2500-SOLICITAR-PAQUETE-EXIT.
           EXIT.
      ******************************************************************
      * 2600-RESPONDER-OFICIO
      *  SOLO SE RESPONDE UN OFICIO CUYO PAQUETE YA FUE GENERADO       *
      ******************************************************************
       2600-RESPONDER-OFICIO.
      *
           PERFORM 2420-TOMAR-OFICIO
              THRU 2420-TOMAR-OFICIO-EXIT
      *
           IF  EST-OFICIO NOT EQUAL CT-EST-GENERADO
               MOVE ME-PAQUETE-NO-GENERADO TO CAA-COD-ERROR
               MOVE -1                     TO NUMOFIL
               PERFORM REINPUT
           END-IF
      *
           EXEC SQL
               UPDATE V1DT119
                  SET EST_OFICIO    = :CT-EST-RESPONDIDO,
                      FEC_RESPUESTA = :WS-FEC-HOY
                WHERE NUM_OFICIO    = :NUM-OFICIO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT119         TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2600-RESPONDER-OFICIO-EXIT.
           EXIT.
      ******************************************************************
      * REFRESCAR-LISTA
      ******************************************************************
       REFRESCAR-LISTA.
      *
           MOVE ZEROES                     TO WS-I
      *
           PERFORM INICIAR-FILAS
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER CT-MAX-FILAS
      *
           PERFORM BUSCAR-OFICIOS
      *
           IF  CN-REGISTROS EQUAL ZEROES
               MOVE ME-SIN-OFICIOS         TO CAA-COD-ERROR
           END-IF
      *
           .
      ******************************************************************
      * INICIAR-FILAS
      ******************************************************************
       INICIAR-FILAS.
      *
           MOVE SPACES                     TO FILAS-OFICIO(WS-I)
      *
           .
      ******************************************************************
      * BUSCAR-OFICIOS
      ******************************************************************
       BUSCAR-OFICIOS.
      *
           MOVE ZEROES                     TO CN-REGISTROS
           MOVE ZEROES                     TO WS-I
           SET NO-FIN-CURSOR               TO TRUE
      *
           PERFORM ABRIR-CURSOR
              THRU ABRIR-CURSOR-EXIT
      *
           PERFORM LEER-CURSOR
              THRU LEER-CURSOR-EXIT
             UNTIL FIN-CURSOR
      *
           PERFORM CERRAR-CURSOR
              THRU CERRAR-CURSOR-EXIT
      *
           .
      ******************************************************************
      * ABRIR-CURSOR
      ******************************************************************
       ABRIR-CURSOR.
      *
           EXEC SQL
               OPEN V13C51Z-V1DC51Z1
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT119         TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       ABRIR-CURSOR-EXIT.
           EXIT.
      ******************************************************************
      * LEER-CURSOR
      ******************************************************************
       LEER-CURSOR.
      *
           EXEC SQL
               FETCH V13C51Z-V1DC51Z1
               INTO :NUM-OFICIO,
                    :COD-AUTORIDAD,
                    :TXT-REFERENCIA-OFI,
                    :EST-OFICIO,
                    :FEC-LIMITE-OFI
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM PROCESAR-OFICIO
                      THRU PROCESAR-OFICIO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   INITIALIZE QGECABC
                   MOVE CT-TAB-V1DT119     TO ABC-OBJETO-ERROR
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       LEER-CURSOR-EXIT.
           EXIT.
      ******************************************************************
      * CERRAR-CURSOR
      ******************************************************************
       CERRAR-CURSOR.
      *
           EXEC SQL
               CLOSE V13C51Z-V1DC51Z1
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT119         TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       CERRAR-CURSOR-EXIT.
           EXIT.
      ******************************************************************
      * PROCESAR-OFICIO
      *  CADA FILA MUESTRA LOS DIAS HABILES QUE QUEDAN HASTA EL        *
      *  LIMITE, O VENCIDO, Y CUANTAS PERSONAS TIENE EL OFICIO         *
      ******************************************************************
       PROCESAR-OFICIO.
      *
           ADD 1                           TO CN-REGISTROS
      *
           IF  CN-REGISTROS GREATER CT-MAX-FILAS
               GO TO PROCESAR-OFICIO-EXIT
           END-IF
      *
           ADD 1                           TO WS-I
      *
           PERFORM CALCULAR-RESTANTES
              THRU CALCULAR-RESTANTES-EXIT
      *
           MOVE NUM-OFICIO                 TO NUM-OFICIO-PER
           MOVE ZEROES                     TO WS-CANT-PERSONAS
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-PERSONAS
               FROM V1DT120
               WHERE NUM_OFICIO = :NUM-OFICIO-PER
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT120         TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE NUM-OFICIO                 TO WS-NUM-OFI-ED
           MOVE WS-CANT-PERSONAS           TO WS-RESTAN-ED
           MOVE SPACES                     TO WS-LINEA-OFICIO
      *
           STRING WS-NUM-OFI-ED            DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  COD-AUTORIDAD            DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  TXT-REFERENCIA-OFI       DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  EST-OFICIO               DELIMITED BY SIZE
                  ' LIM '                  DELIMITED BY SIZE
                  FEC-LIMITE-OFI           DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-TXT-RESTAN            DELIMITED BY SIZE
                  ' PER '                  DELIMITED BY SIZE
                  WS-RESTAN-ED             DELIMITED BY SIZE
                  INTO WS-LINEA-OFICIO
           END-STRING
      *
           MOVE WS-LINEA-OFICIO            TO FILAS-OFICIO(WS-I)
      *
           .
       PROCESAR-OFICIO-EXIT.
           EXIT.
      ******************************************************************
      * CALCULAR-RESTANTES
      *  CUENTA LOS DIAS HABILES ENTRE HOY Y EL LIMITE CON EL MISMO    *
      *  CALENDARIO CON QUE SE FIJO EL PLAZO                           *
      ******************************************************************
       CALCULAR-RESTANTES.
      *
           IF  FEC-LIMITE-OFI LESS WS-FEC-HOY
               MOVE 'VENCIDO'              TO WS-TXT-RESTAN
               GO TO CALCULAR-RESTANTES-EXIT
           END-IF
      *
           MOVE FEC-LIMITE-OFI             TO WS-FEC-VALIDAR
           COMPUTE WS-INT-LIMITE =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-VALIDAR-N)
           COMPUTE WS-INT-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-HOY-N)
           MOVE ZEROES                     TO WS-HABILES
      *
           PERFORM 2360-AVANZAR-HABIL
              THRU 2360-AVANZAR-HABIL-EXIT
             UNTIL WS-INT-FECHA GREATER OR EQUAL WS-INT-LIMITE
      *
           MOVE WS-HABILES                 TO WS-RESTAN-ED
           MOVE SPACES                     TO WS-TXT-RESTAN
           STRING WS-RESTAN-ED             DELIMITED BY SIZE
                  ' HAB'                   DELIMITED BY SIZE
                  INTO WS-TXT-RESTAN
           END-STRING
      *
           .
       CALCULAR-RESTANTES-EXIT.
           EXIT.
      ******************************************************************
      * REINPUT
      ******************************************************************
       REINPUT.
      *
           SET CAA-88-ESTADO-CONTIN        TO TRUE
           SET CAA-88-ACCION-TERMINAL      TO TRUE
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
      *                       9999-ABEND-DB2                           *
      *  SE ABENDA LA TAREA CUANDO SE PRODUCE UN ERROR DB2             *
      ******************************************************************
       9999-ABEND-DB2.
      *
           MOVE 'S'                        TO ABC-ABEND
           MOVE CT-PROGRAMA                TO ABC-PROGRAMA
           MOVE SQLCODE                    TO ABC-SQLCODE
           MOVE SQLERRM                    TO ABC-SQLERRM
      *
           EXEC CICS
               LINK PROGRAM ('QG1CABC')
               COMMAREA  (QGECABC)
               NOHANDLE
           END-EXEC
      *
           .
       9999-ABEND-DB2-EXIT.
           EXIT.
      ******************************************************************
      *                     RESOLVER-MENSAJE                           *
      *  RESUELVE EL TEXTO DE PANTALLA DESDE EL CATALOGO DE MENSAJES   *
      *  AL REDESPLEGAR CON ERROR O AVISO.  EL TEXTO CATALOGADO        *
      *  VIAJA EN LA VARIABLE 1 DEL MENSAJE SOLO CUANDO EL CODIGO      *
      *  ESTA EN EL CATALOGO Y EL PROGRAMA NO USO LA VARIABLE PARA     *
      *  UNA SUSTITUCION PROPIA                                        *
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
           MOVE 'V13C51Z'                  TO W963-PROGRAMA
           MOVE AUD-CODTRAN                TO W963-TRAN
           MOVE AUD-USUARIO                TO W963-USUARIO
           MOVE AUD-TERMINAL               TO W963-TERMINAL
           MOVE CN-REGISTROS               TO W963-FILAS
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
