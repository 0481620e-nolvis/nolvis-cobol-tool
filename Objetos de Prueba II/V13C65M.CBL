      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C65M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: ENMIENDA NO FINANCIERA DE UNA OPERACION DE       *
      *               V1DT001.  CORRIGE SOLO LOS CAMPOS SIN IMPORTE    *
      *               DE UNA LISTA CERRADA (NOMBRE, RIF Y PAISES); EL  *
      *               IMPORTE SIGUE CORRIGIENDOSE POR EL REVERSO       *
      *               SANCIONADO V12C44M.  LA ACCION 'S' SOLICITA LA   *
      *               ENMIENDA CON SU MOTIVO Y LA DEJA PENDIENTE EN    *
      *               V1DT138 CON EL VALOR ANTES Y DESPUES; UN SEGUNDO *
      *               USUARIO LA APRUEBA ('A') O RECHAZA ('R').  AL    *
      *               APROBARSE SE ACTUALIZA LA OPERACION Y LA         *
      *               ENMIENDA QUEDA MARCADA PARA QUE EL BARRIDO       *
      *               NOCTURNO V12C46B LA REFILTRE CONTRA LA LISTA DE  *
      *               VIGILANCIA Y LOS PAISES EMBARGADOS               *
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
       PROGRAM-ID.   V13C65M.
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
           05  WS-NUM-REF-ALFA             PIC X(10)   VALUE SPACES.
           05  WS-NUM-REF-NUM REDEFINES WS-NUM-REF-ALFA
                                           PIC 9(10).
           05  WS-SEC-ALFA                 PIC X(04)   VALUE SPACES.
           05  WS-SEC-NUM REDEFINES WS-SEC-ALFA
                                           PIC 9(04).
           05  WS-SEC-ED                   PIC Z(03)9.
           05  WS-VAL-ACTUAL               PIC X(40)   VALUE SPACES.
           05  WS-CANT-PENDIENTES          PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-IMP-ED                   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-LINEA-OPE                PIC X(70)   VALUE SPACES.
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
           05  WS-HOR-HOY                  PIC X(06)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-SOLICITA               VALUE 'S'.
               88  SW-88-ACCION-APRUEBA                VALUE 'A'.
               88  SW-88-ACCION-RECHAZA                VALUE 'R'.
           05  SW-CAMPO                    PIC X(02).
               88  SW-88-CAMPO-NOM-BENEF               VALUE 'NB'.
               88  SW-88-CAMPO-RIF-BENEF               VALUE 'RB'.
               88  SW-88-CAMPO-PAIS-DEST               VALUE 'PD'.
               88  SW-88-CAMPO-PAIS-CORR               VALUE 'PC'.
               88  SW-88-CAMPO-NOM-RAZON               VALUE 'NR'.
               88  SW-88-CAMPO-ENMENDABLE              VALUE 'NB' 'RB'
                                                             'PD' 'PC'
                                                             'NR'.
           05  SW-MOTIVO                   PIC X(02).
               88  SW-88-MOTIVO-VALIDO                 VALUE 'ED' 'SC'
                                                             'CO' 'DS'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C65M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-BORRA                    PIC X(02)   VALUE '99'.
      *    ESTADOS DE LA ENMIENDA Y DEL REFILTRADO (V1GT138)
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-EST-APLICADA             PIC X(01)   VALUE 'A'.
           05  CT-EST-RECHAZADA            PIC X(01)   VALUE 'R'.
           05  CT-REFILTRO-PENDIENTE       PIC X(01)   VALUE 'P'.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-FUERA-ENTIDAD            PIC X(07)   VALUE 'V1E0225'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-NUMREF-REQUERIDO         PIC X(07)   VALUE 'V1E0083'.
           05  ME-OPE-NO-EXISTE            PIC X(07)   VALUE 'V1E0098'.
           05  ME-MOTIVO-REQUERIDO         PIC X(07)   VALUE 'V1E0099'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-PAIS-ERRADO              PIC X(07)   VALUE 'V1E0093'.
           05  ME-SECUENCIA-REQUERIDA      PIC X(07)   VALUE 'V1E0102'.
           05  ME-CAMBIO-NO-PENDIENTE      PIC X(07)   VALUE 'V1E0139'.
           05  ME-MISMO-USUARIO            PIC X(07)   VALUE 'V1E0140'.
           05  ME-CAMPO-NO-ENMENDABLE      PIC X(07)   VALUE 'V1E0243'.
           05  ME-VALOR-SIN-CAMBIO         PIC X(07)   VALUE 'V1E0244'.
           05  ME-ENMIENDA-YA-PENDIENTE    PIC X(07)   VALUE 'V1E0245'.
           05  ME-OPE-MODIFICADA           PIC X(07)   VALUE 'V1E0246'.
           05  ME-ENMIENDA-NO-EXISTE       PIC X(07)   VALUE 'V1E0247'.
           05  ME-ENMIENDA-SOLICITADA      PIC X(07)   VALUE 'V1A0552'.
           05  ME-ENMIENDA-APLICADA        PIC X(07)   VALUE 'V1A0553'.
           05  ME-ENMIENDA-RECHAZADA       PIC X(07)   VALUE 'V1A0554'.
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
               INCLUDE V1GT087
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT138
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
       COPY V1ND65M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND65MI.
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
           SET ADDRESS OF V1ND65MI         TO CAA-PTR-COPYIN
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
      *                  1970-VERIFICAR-ENTIDAD                        *
      ******************************************************************
      *  LA OPERACION DIGITADA DEBE SER DE UNA ENTIDAD JURIDICA DEL    *
      *  USUARIO (V1DT123); SI NO, SE RECHAZA COMO SI NO EXISTIERA     *
      ******************************************************************
       1970-VERIFICAR-ENTIDAD.
      *
           MOVE AUD-USUARIO                TO W930-USUARIO
           MOVE CAA-CODTRAN                TO W930-TRAN
           SET W930-88-MODO-DATO           TO TRUE
           MOVE SPACES                     TO W930-RETORNO
                                              W930-DATO-COMPLETO
           MOVE COD-ENT-BANCO OF DCLV1DT001 TO W930-ENT-DATO
      *
           EXEC CICS
               LINK PROGRAM('V19C030')
               COMMAREA(V1WC930)
               NOHANDLE
           END-EXEC
      *
           IF  NOT W930-88-PERMITIDO
               MOVE ME-FUERA-ENTIDAD       TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           .
       1970-VERIFICAR-ENTIDAD-EXIT.
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
           INITIALIZE V1ND65MI
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
           IF  NOT (SW-88-ACCION-SOLICITA OR SW-88-ACCION-APRUEBA OR
                    SW-88-ACCION-RECHAZA)
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
      *    NUMERO DE REFERENCIA DE LA OPERACION
      *
           MOVE NUMREFI                    TO WS-NUM-REF-ALFA
           INSPECT WS-NUM-REF-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-NUM-REF-ALFA NOT NUMERIC
            OR WS-NUM-REF-NUM EQUAL ZEROES
               MOVE ME-NUMREF-REQUERIDO    TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-NUM-REF-NUM             TO NUM-REF OF DCLV1DT001
                                              NUM-REF-ENM
      *
           PERFORM 2300-LEER-OPERACION
              THRU 2300-LEER-OPERACION-EXIT
      *
           EVALUATE TRUE
               WHEN SW-88-ACCION-SOLICITA
                   PERFORM 2400-SOLICITAR-ENMIENDA
                      THRU 2400-SOLICITAR-ENMIENDA-EXIT
                   MOVE ME-ENMIENDA-SOLICITADA
                                           TO CAA-COD-AVISO1

               WHEN SW-88-ACCION-APRUEBA
                   PERFORM 2500-LEER-ENMIENDA
                      THRU 2500-LEER-ENMIENDA-EXIT
                   PERFORM 2550-VERIFICAR-VIGENTE
                      THRU 2550-VERIFICAR-VIGENTE-EXIT
                   MOVE CT-EST-APLICADA    TO EST-ENMIENDA
                   MOVE CT-REFILTRO-PENDIENTE
                                           TO IND-REFILTRO-ENM
                   PERFORM 2800-CERRAR-ENMIENDA
                      THRU 2800-CERRAR-ENMIENDA-EXIT
                   PERFORM 2600-APLICAR-ENMIENDA
                      THRU 2600-APLICAR-ENMIENDA-EXIT
                   MOVE ME-ENMIENDA-APLICADA
                                           TO CAA-COD-AVISO1

               WHEN SW-88-ACCION-RECHAZA
                   PERFORM 2500-LEER-ENMIENDA
                      THRU 2500-LEER-ENMIENDA-EXIT
                   MOVE CT-EST-RECHAZADA   TO EST-ENMIENDA
                   MOVE SPACES             TO IND-REFILTRO-ENM
                   PERFORM 2800-CERRAR-ENMIENDA
                      THRU 2800-CERRAR-ENMIENDA-EXIT
                   MOVE ME-ENMIENDA-RECHAZADA
                                           TO CAA-COD-AVISO1
           END-EVALUATE
      *
           MOVE SEC-ENMIENDA               TO WS-SEC-ED
           MOVE WS-SEC-ED                  TO SECENMI
           MOVE COD-CAMPO-ENM              TO CAMPOI
           MOVE COD-MOTIVO-ENM             TO MOTIVOI
           MOVE VAL-ANTES-ENM              TO VALANTI
           MOVE VAL-DESPUES-ENM            TO VALNUEI
           MOVE SPACES                     TO ACCIONI
           MOVE -1                         TO ACCIONL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2300-LEER-OPERACION
      *  LEE LOS CAMPOS ENMENDABLES DE LA OPERACION Y ARMA LA LINEA    *
      *  DESCRIPTIVA DE LA PANTALLA                                    *
      ******************************************************************
       2300-LEER-OPERACION.
      *
           MOVE 'V1DT001'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT FEC_OPE,
                      COD_ENT_BANCO,
                      COD_DIV_OPE,
                      IMP_OPE,
                      IDF_RIF_BENEF,
                      NOM_BENEF,
                      NOM_RAZON,
                      COD_PAIS_CORR,
                      COD_PAIS_DEST
               INTO  :DCLV1DT001.FEC-OPE,
                     :DCLV1DT001.COD-ENT-BANCO,
                     :DCLV1DT001.COD-DIV-OPE,
                     :DCLV1DT001.IMP-OPE,
                     :DCLV1DT001.IDF-RIF-BENEF,
                     :DCLV1DT001.NOM-BENEF,
                     :DCLV1DT001.NOM-RAZON,
                     :DCLV1DT001.COD-PAIS-CORR,
                     :DCLV1DT001.COD-PAIS-DEST
               FROM V1DT001
               WHERE NUM_REF = :DCLV1DT001.NUM-REF
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 1970-VERIFICAR-ENTIDAD
                      THRU 1970-VERIFICAR-ENTIDAD-EXIT

               WHEN DB2-NOTFND
                   MOVE ME-OPE-NO-EXISTE   TO CAA-COD-ERROR
                   MOVE -1                 TO NUMREFL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE IMP-OPE                    TO WS-IMP-ED
           MOVE SPACES                     TO WS-LINEA-OPE
      *
           STRING FEC-OPE                  DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  COD-DIV-OPE              DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-IMP-ED                DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  NOM-RAZON(1:36)          DELIMITED BY SIZE
                  INTO WS-LINEA-OPE
           END-STRING
      *
           MOVE WS-LINEA-OPE               TO DESOPEI
      *
           .
       2300-LEER-OPERACION-EXIT.
           EXIT.
      ******************************************************************
      * 2350-VALOR-ACTUAL
      *  DEJA EN WS-VAL-ACTUAL EL VALOR VIGENTE DEL CAMPO SW-CAMPO     *
      ******************************************************************
       2350-VALOR-ACTUAL.
      *
           MOVE SPACES                     TO WS-VAL-ACTUAL
      *
           EVALUATE TRUE
               WHEN SW-88-CAMPO-NOM-BENEF
                   MOVE NOM-BENEF          TO WS-VAL-ACTUAL
               WHEN SW-88-CAMPO-RIF-BENEF
                   MOVE IDF-RIF-BENEF      TO WS-VAL-ACTUAL
               WHEN SW-88-CAMPO-PAIS-DEST
                   MOVE COD-PAIS-DEST      TO WS-VAL-ACTUAL
               WHEN SW-88-CAMPO-PAIS-CORR
                   MOVE COD-PAIS-CORR      TO WS-VAL-ACTUAL
               WHEN SW-88-CAMPO-NOM-RAZON
                   MOVE NOM-RAZON          TO WS-VAL-ACTUAL
           END-EVALUATE
      *
           .
       2350-VALOR-ACTUAL-EXIT.
           EXIT.
      ******************************************************************
      * 2400-SOLICITAR-ENMIENDA
      *  CAMPO DE LA LISTA, MOTIVO, VALOR NUEVO DISTINTO DEL ACTUAL Y  *
      *  UNA SOLA ENMIENDA PENDIENTE POR CAMPO DE LA OPERACION         *
      ******************************************************************
       2400-SOLICITAR-ENMIENDA.
      *
           MOVE CAMPOI                     TO SW-CAMPO
      *
           IF  NOT SW-88-CAMPO-ENMENDABLE
               MOVE ME-CAMPO-NO-ENMENDABLE TO CAA-COD-ERROR
               MOVE -1                     TO CAMPOL
               PERFORM REINPUT
           END-IF
      *
           MOVE MOTIVOI                    TO SW-MOTIVO
      *
           IF  NOT SW-88-MOTIVO-VALIDO
               MOVE ME-MOTIVO-REQUERIDO    TO CAA-COD-ERROR
               MOVE -1                     TO MOTIVOL
               PERFORM REINPUT
           END-IF
      *
           IF  VALNUEI EQUAL LOW-VALUES
               MOVE SPACES                 TO VALNUEI
           END-IF
      *
           IF  VALNUEI EQUAL SPACES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO VALNUEL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2350-VALOR-ACTUAL
              THRU 2350-VALOR-ACTUAL-EXIT
      *
           IF  VALNUEI EQUAL WS-VAL-ACTUAL
               MOVE ME-VALOR-SIN-CAMBIO    TO CAA-COD-ERROR
               MOVE -1                     TO VALNUEL
               PERFORM REINPUT
           END-IF
      *
           IF  SW-88-CAMPO-PAIS-DEST OR SW-88-CAMPO-PAIS-CORR
               PERFORM 2450-VALIDAR-PAIS
                  THRU 2450-VALIDAR-PAIS-EXIT
           END-IF
      *
           PERFORM 2470-VERIFICAR-PENDIENTE
              THRU 2470-VERIFICAR-PENDIENTE-EXIT
      *
           PERFORM 2480-GRABAR-ENMIENDA
              THRU 2480-GRABAR-ENMIENDA-EXIT
      *
           .
       2400-SOLICITAR-ENMIENDA-EXIT.
           EXIT.
      ******************************************************************
      * 2450-VALIDAR-PAIS
      *  EL PAIS NUEVO DEBE ESTAR ACTIVO EN EL MAESTRO V1DT087, IGUAL  *
      *  QUE EN LA CAPTURA V12C43M                                     *
      ******************************************************************
       2450-VALIDAR-PAIS.
      *
           MOVE 'V1DT087'                  TO WS-TABLA
      *
           IF  VALNUEI(1:3) NOT NUMERIC
            OR VALNUEI(4:37) NOT EQUAL SPACES
               MOVE ME-PAIS-ERRADO         TO CAA-COD-ERROR
               MOVE -1                     TO VALNUEL
               PERFORM REINPUT
           END-IF
      *
           MOVE VALNUEI(1:3)               TO COD-PAIS-ISO
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
                   MOVE -1                 TO VALNUEL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2450-VALIDAR-PAIS-EXIT.
           EXIT.
      ******************************************************************
      * 2470-VERIFICAR-PENDIENTE
      ******************************************************************
       2470-VERIFICAR-PENDIENTE.
      *
           MOVE 'V1DT138'                  TO WS-TABLA
           MOVE SW-CAMPO                   TO COD-CAMPO-ENM
           MOVE ZEROES                     TO WS-CANT-PENDIENTES
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-PENDIENTES
               FROM V1DT138
               WHERE NUM_REF      = :NUM-REF-ENM
                 AND COD_CAMPO    = :COD-CAMPO-ENM
                 AND EST_ENMIENDA = 'P'
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-PENDIENTES GREATER THAN ZEROES
               MOVE ME-ENMIENDA-YA-PENDIENTE
                                           TO CAA-COD-ERROR
               MOVE -1                     TO CAMPOL
               PERFORM REINPUT
           END-IF
      *
           .
       2470-VERIFICAR-PENDIENTE-EXIT.
           EXIT.
      ******************************************************************
      * 2480-GRABAR-ENMIENDA
      ******************************************************************
       2480-GRABAR-ENMIENDA.
      *
           MOVE 'V1DT138'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT VALUE(MAX(SEC_ENMIENDA), 0) + 1
               INTO  :SEC-ENMIENDA
               FROM V1DT138
               WHERE NUM_REF = :NUM-REF-ENM
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE SW-CAMPO                   TO COD-CAMPO-ENM
           MOVE WS-VAL-ACTUAL              TO VAL-ANTES-ENM
           MOVE VALNUEI                    TO VAL-DESPUES-ENM
           MOVE SW-MOTIVO                  TO COD-MOTIVO-ENM
           MOVE CT-EST-PENDIENTE           TO EST-ENMIENDA
           MOVE AUD-USUARIO                TO COD-USUARIO-SOLICITA-ENM
           MOVE WS-FEC-HOY                 TO FEC-SOLICITA-ENM
           MOVE WS-HOR-HOY                 TO HOR-SOLICITA-ENM
           MOVE SPACES                     TO COD-USUARIO-APRUEBA-ENM
                                              FEC-APRUEBA-ENM
                                              HOR-APRUEBA-ENM
                                              IND-REFILTRO-ENM
                                              RES-REFILTRO-ENM
                                              FEC-REFILTRO-ENM
      *
           EXEC SQL
               INSERT INTO V1DT138
                   (NUM_REF,
                    SEC_ENMIENDA,
                    COD_CAMPO,
                    VAL_ANTES,
                    VAL_DESPUES,
                    COD_MOTIVO,
                    EST_ENMIENDA,
                    COD_USUARIO_SOLICITA,
                    FEC_SOLICITA,
                    HOR_SOLICITA,
                    COD_USUARIO_APRUEBA,
                    FEC_APRUEBA,
                    HOR_APRUEBA,
                    IND_REFILTRO,
                    RES_REFILTRO,
                    FEC_REFILTRO)
               VALUES
                   (:NUM-REF-ENM,
                    :SEC-ENMIENDA,
                    :COD-CAMPO-ENM,
                    :VAL-ANTES-ENM,
                    :VAL-DESPUES-ENM,
                    :COD-MOTIVO-ENM,
                    :EST-ENMIENDA,
                    :COD-USUARIO-SOLICITA-ENM,
                    :FEC-SOLICITA-ENM,
                    :HOR-SOLICITA-ENM,
                    :COD-USUARIO-APRUEBA-ENM,
                    :FEC-APRUEBA-ENM,
                    :HOR-APRUEBA-ENM,
                    :IND-REFILTRO-ENM,
                    :RES-REFILTRO-ENM,
                    :FEC-REFILTRO-ENM)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2480-GRABAR-ENMIENDA-EXIT.
           EXIT.
      ******************************************************************
      * 2500-LEER-ENMIENDA
      *  LA ENMIENDA DEBE ESTAR PENDIENTE Y EL APROBADOR DEBE SER      *
      *  DISTINTO DEL SOLICITANTE                                      *
      ******************************************************************
       2500-LEER-ENMIENDA.
      *
           MOVE 'V1DT138'                  TO WS-TABLA
      *
           MOVE SECENMI                    TO WS-SEC-ALFA
           INSPECT WS-SEC-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-SEC-ALFA NOT NUMERIC
            OR WS-SEC-NUM EQUAL ZEROES
               MOVE ME-SECUENCIA-REQUERIDA TO CAA-COD-ERROR
               MOVE -1                     TO SECENML
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-SEC-NUM                 TO SEC-ENMIENDA
      *
           EXEC SQL
               SELECT COD_CAMPO,
                      VAL_ANTES,
                      VAL_DESPUES,
                      COD_MOTIVO,
                      EST_ENMIENDA,
                      COD_USUARIO_SOLICITA
               INTO  :COD-CAMPO-ENM,
                     :VAL-ANTES-ENM,
                     :VAL-DESPUES-ENM,
                     :COD-MOTIVO-ENM,
                     :EST-ENMIENDA,
                     :COD-USUARIO-SOLICITA-ENM
               FROM V1DT138
               WHERE NUM_REF      = :NUM-REF-ENM
                 AND SEC_ENMIENDA = :SEC-ENMIENDA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-ENMIENDA-NO-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO SECENML
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  EST-ENMIENDA NOT EQUAL CT-EST-PENDIENTE
               MOVE ME-CAMBIO-NO-PENDIENTE TO CAA-COD-ERROR
               MOVE -1                     TO SECENML
               PERFORM REINPUT
           END-IF
      *
           IF  COD-USUARIO-SOLICITA-ENM EQUAL AUD-USUARIO
               MOVE ME-MISMO-USUARIO       TO CAA-COD-ERROR
               MOVE -1                     TO SECENML
               PERFORM REINPUT
           END-IF
      *
           MOVE COD-CAMPO-ENM              TO SW-CAMPO
      *
           .
       2500-LEER-ENMIENDA-EXIT.
           EXIT.
      ******************************************************************
      * 2550-VERIFICAR-VIGENTE
      *  SI LA OPERACION YA NO TIENE EL VALOR ANTES DE LA SOLICITUD    *
      *  SE NIEGA LA APROBACION: LA ENMIENDA DEBE RECHAZARSE Y         *
      *  SOLICITARSE DE NUEVO SOBRE EL VALOR VIGENTE                   *
      ******************************************************************
       2550-VERIFICAR-VIGENTE.
      *
           PERFORM 2350-VALOR-ACTUAL
              THRU 2350-VALOR-ACTUAL-EXIT
      *
           IF  WS-VAL-ACTUAL NOT EQUAL VAL-ANTES-ENM
               MOVE ME-OPE-MODIFICADA      TO CAA-COD-ERROR
               MOVE -1                     TO SECENML
               PERFORM REINPUT
           END-IF
      *
           .
       2550-VERIFICAR-VIGENTE-EXIT.
           EXIT.
      ******************************************************************
      * 2600-APLICAR-ENMIENDA
      *  GRABA EL VALOR DESPUES EN EL CAMPO ENMENDADO DE V1DT001       *
      ******************************************************************
       2600-APLICAR-ENMIENDA.
      *
           MOVE 'V1DT001'                  TO WS-TABLA
      *
           EVALUATE TRUE
               WHEN SW-88-CAMPO-NOM-BENEF
                   MOVE VAL-DESPUES-ENM    TO NOM-BENEF
                   EXEC SQL
                       UPDATE V1DT001
                          SET NOM_BENEF = :DCLV1DT001.NOM-BENEF
                        WHERE NUM_REF   = :DCLV1DT001.NUM-REF
                   END-EXEC

               WHEN SW-88-CAMPO-RIF-BENEF
                   MOVE VAL-DESPUES-ENM    TO IDF-RIF-BENEF
                   EXEC SQL
                       UPDATE V1DT001
                          SET IDF_RIF_BENEF = :DCLV1DT001.IDF-RIF-BENEF
                        WHERE NUM_REF       = :DCLV1DT001.NUM-REF
                   END-EXEC

               WHEN SW-88-CAMPO-PAIS-DEST
                   MOVE VAL-DESPUES-ENM    TO COD-PAIS-DEST
                   EXEC SQL
                       UPDATE V1DT001
                          SET COD_PAIS_DEST = :DCLV1DT001.COD-PAIS-DEST
                        WHERE NUM_REF       = :DCLV1DT001.NUM-REF
                   END-EXEC

               WHEN SW-88-CAMPO-PAIS-CORR
                   MOVE VAL-DESPUES-ENM    TO COD-PAIS-CORR
                   EXEC SQL
                       UPDATE V1DT001
                          SET COD_PAIS_CORR = :DCLV1DT001.COD-PAIS-CORR
                        WHERE NUM_REF       = :DCLV1DT001.NUM-REF
                   END-EXEC

               WHEN SW-88-CAMPO-NOM-RAZON
                   MOVE VAL-DESPUES-ENM    TO NOM-RAZON
                   EXEC SQL
                       UPDATE V1DT001
                          SET NOM_RAZON = :DCLV1DT001.NOM-RAZON
                        WHERE NUM_REF   = :DCLV1DT001.NUM-REF
                   END-EXEC
           END-EVALUATE
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2600-APLICAR-ENMIENDA-EXIT.
           EXIT.
      ******************************************************************
      * 2800-CERRAR-ENMIENDA
      *  SOLO SI SIGUE PENDIENTE; SI OTRO USUARIO SE ADELANTO SE AVISA *
      *  Y NO SE GRABA NADA                                            *
      ******************************************************************
       2800-CERRAR-ENMIENDA.
      *
           MOVE 'V1DT138'                  TO WS-TABLA
           MOVE AUD-USUARIO                TO COD-USUARIO-APRUEBA-ENM
           MOVE WS-FEC-HOY                 TO FEC-APRUEBA-ENM
           MOVE WS-HOR-HOY                 TO HOR-APRUEBA-ENM
      *
           EXEC SQL
               UPDATE V1DT138
                  SET EST_ENMIENDA        = :EST-ENMIENDA,
                      COD_USUARIO_APRUEBA = :COD-USUARIO-APRUEBA-ENM,
                      FEC_APRUEBA         = :FEC-APRUEBA-ENM,
                      HOR_APRUEBA         = :HOR-APRUEBA-ENM,
                      IND_REFILTRO        = :IND-REFILTRO-ENM
                WHERE NUM_REF             = :NUM-REF-ENM
                  AND SEC_ENMIENDA        = :SEC-ENMIENDA
                  AND EST_ENMIENDA        = 'P'
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-CAMBIO-NO-PENDIENTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO SECENML
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2800-CERRAR-ENMIENDA-EXIT.
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
           MOVE 'V13C65M'                  TO W963-PROGRAMA
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
