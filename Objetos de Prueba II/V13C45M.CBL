      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C45M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: DECLARACION DE ORIGEN Y DESTINO DE LOS FONDOS    *
      *               POR OPERACION (V1DT114).  'A' REGISTRA (O        *
      *               CORRIGE) LA DECLARACION FIRMADA POR EL CLIENTE:  *
      *               ORIGEN, PROPOSITO, DOCUMENTO DE SOPORTE Y EL     *
      *               FUNCIONARIO QUE LA RECIBE; 'C' LA CONSULTA E     *
      *               INDICA SI LA OPERACION LA EXIGE; 'U' DEFINE EL   *
      *               UMBRAL REGULATORIO EN DOLARES CON SU VIGENCIA    *
      *               (V1DT115).  SE LLEGA DESDE LOS DETALLES V12C08J  *
      *               Y V12C01J CON PF11; SIN DECLARACION, V12C69M NO  *
      *               ACEPTA LA FIRMA FINAL DE UNA OPERACION SOBRE EL  *
      *               UMBRAL                                           *
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
       PROGRAM-ID.   V13C45M.
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
           05  WS-HOR-HOY                  PIC X(06)   VALUE SPACES.
           05  WS-FECHA-AUX                PIC X(08)   VALUE SPACES.
           05  WS-FECHA-PANTALLA           PIC X(08)   VALUE SPACES.
           05  WS-NUM-REF-ALFA             PIC X(10)   VALUE SPACES.
           05  WS-NUM-REF-NUM REDEFINES WS-NUM-REF-ALFA
                                           PIC 9(10).
           05  WS-IMP-ALFA                 PIC X(15)   VALUE SPACES.
           05  WS-IMP-NUM REDEFINES WS-IMP-ALFA
                                           PIC 9(13)V9(02).
           05  WS-IMP-USD                  PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-USD-ED               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-CANT-UMBRAL              PIC S9(04)  COMP
                                                       VALUE ZEROES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-ALTA                   VALUE 'A'.
               88  SW-88-ACCION-CONSULTA               VALUE 'C'.
               88  SW-88-ACCION-UMBRAL                 VALUE 'U'.
           05  SW-DECLARACION              PIC X(01)   VALUE 'N'.
               88  SW-88-CON-DECLARACION               VALUE 'S'.
               88  SW-88-SIN-DECLARACION               VALUE 'N'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C45M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-TC8C1220                 PIC X(08)   VALUE 'TC8C1220'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-DIV-DOLAR                PIC X(03)   VALUE '1'.
           05  CT-NO                       PIC X(01)   VALUE 'N'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-BORRA                    PIC X(02)   VALUE '99'.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  ME-FUERA-ENTIDAD            PIC X(07)   VALUE 'V1E0225'.
      * AD02-F
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-FECHA-ERRADA             PIC X(07)   VALUE 'V1E0033'.
           05  ME-NUMREF-REQUERIDO         PIC X(07)   VALUE 'V1E0083'.
           05  ME-MONTO-REQUERIDO          PIC X(07)   VALUE 'V1E0075'.
           05  ME-OPE-NO-EXISTE            PIC X(07)   VALUE 'V1E0098'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
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
               INCLUDE V1GT001
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT114
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT115
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
       COPY V1ND45M.
       COPY V1EC001.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND45MI V1EC001.
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
           SET ADDRESS OF V1ND45MI         TO CAA-PTR-COPYIN
           SET ADDRESS OF V1EC001          TO CAA-PTRDATA
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
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
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
      * AD02-F
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
      *  AL LLEGAR ENCADENADO DESDE UN DETALLE, LA REFERENCIA VIENE    *
      *  EN NUM-REF-V153 Y LA OPERACION SE MUESTRA DE UNA VEZ          *
      ******************************************************************
       2100-ESTADO-INICIO.
      *
           INITIALIZE V1ND45MI
      *
           SET CAA-88-ESTADO-CONTIN        TO TRUE
           SET CAA-88-ACCION-TERMINAL      TO TRUE
      *
           MOVE ATRI-NOP-NUM-BRI           TO ACCIONA
           MOVE -1                         TO ACCIONL
      *
           IF  NUM-REF-V153 GREATER THAN ZEROES
               MOVE NUM-REF-V153           TO NUM-REF OF DCLV1DT001
                                              WS-NUM-REF-NUM
               MOVE WS-NUM-REF-ALFA        TO NUMREFI
               PERFORM 2300-LEER-OPERACION
                  THRU 2300-LEER-OPERACION-EXIT
               PERFORM 2400-LEER-DECLARACION
                  THRU 2400-LEER-DECLARACION-EXIT
               MOVE -1                     TO ORIGENL
           END-IF
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
           IF  NOT (SW-88-ACCION-ALTA OR SW-88-ACCION-CONSULTA
                                      OR SW-88-ACCION-UMBRAL)
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           IF  SW-88-ACCION-UMBRAL
               PERFORM 2700-GRABAR-UMBRAL
                  THRU 2700-GRABAR-UMBRAL-EXIT
               MOVE ME-ALTA-CONFORME       TO CAA-COD-AVISO1
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
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
      *
           PERFORM 2300-LEER-OPERACION
              THRU 2300-LEER-OPERACION-EXIT
      *
           IF  SW-88-ACCION-CONSULTA
               PERFORM 2400-LEER-DECLARACION
                  THRU 2400-LEER-DECLARACION-EXIT
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2500-GRABAR-DECLARACION
              THRU 2500-GRABAR-DECLARACION-EXIT
      *
           PERFORM 2400-LEER-DECLARACION
              THRU 2400-LEER-DECLARACION-EXIT
      *
           MOVE ME-ALTA-CONFORME           TO CAA-COD-AVISO1
           MOVE -1                         TO ACCIONL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2300-LEER-OPERACION
      *  MUESTRA LA OPERACION, SU EQUIVALENTE EN DOLARES Y SI SUPERA   *
      *  EL UMBRAL VIGENTE A SU FECHA                                  *
      ******************************************************************
       2300-LEER-OPERACION.
      *
           MOVE 'V1DT001'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT FEC_OPE,
                      IMP_OPE,
                      TAS_DOLAR,
                      COD_DIV_OPE,
                      NOM_RAZON,
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                      COD_ENT_BANCO
      * AD02-F
               INTO  :DCLV1DT001.FEC-OPE,
                     :DCLV1DT001.IMP-OPE,
                     :DCLV1DT001.TAS-DOLAR,
                     :DCLV1DT001.COD-DIV-OPE,
                     :DCLV1DT001.NOM-RAZON,
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                     :DCLV1DT001.COD-ENT-BANCO
      * AD02-F
               FROM V1DT001
               WHERE NUM_REF = :DCLV1DT001.NUM-REF
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                   PERFORM 1970-VERIFICAR-ENTIDAD
                      THRU 1970-VERIFICAR-ENTIDAD-EXIT
      * AD02-F

               WHEN DB2-NOTFND
                   MOVE ME-OPE-NO-EXISTE   TO CAA-COD-ERROR
                   MOVE -1                 TO NUMREFL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  COD-DIV-OPE OF DCLV1DT001 NOT = CT-DIV-DOLAR
               COMPUTE WS-IMP-USD ROUNDED = IMP-OPE OF DCLV1DT001
                                          * TAS-DOLAR OF DCLV1DT001
           ELSE
               MOVE IMP-OPE OF DCLV1DT001  TO WS-IMP-USD
           END-IF
      *
           MOVE NOM-RAZON OF DCLV1DT001    TO NOMRAZI
           MOVE WS-IMP-USD                 TO WS-IMP-USD-ED
           MOVE WS-IMP-USD-ED              TO IMPUSDI
      *
           MOVE FEC-OPE OF DCLV1DT001(7:2) TO WS-FECHA-PANTALLA(1:2)
           MOVE FEC-OPE OF DCLV1DT001(5:2) TO WS-FECHA-PANTALLA(3:2)
           MOVE FEC-OPE OF DCLV1DT001(1:4) TO WS-FECHA-PANTALLA(5:4)
           MOVE WS-FECHA-PANTALLA          TO FECOPEI
      *
           MOVE 'V1DT115'                  TO WS-TABLA
           MOVE ZEROES                     TO WS-CANT-UMBRAL
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-UMBRAL
               FROM V1DT115
               WHERE FEC_DESDE  <= :DCLV1DT001.FEC-OPE
                 AND FEC_HASTA  >= :DCLV1DT001.FEC-OPE
                 AND IMP_UMBRAL <= :WS-IMP-USD
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-UMBRAL GREATER THAN ZEROES
               MOVE CT-SI                  TO REQUIEI
           ELSE
               MOVE CT-NO                  TO REQUIEI
           END-IF
      *
           .
       2300-LEER-OPERACION-EXIT.
           EXIT.
      ******************************************************************
      * 2400-LEER-DECLARACION
      ******************************************************************
       2400-LEER-DECLARACION.
      *
           MOVE 'V1DT114'                  TO WS-TABLA
           SET SW-88-SIN-DECLARACION       TO TRUE
           MOVE NUM-REF OF DCLV1DT001      TO NUM-REF-DECLARA
      *
           EXEC SQL
               SELECT FEC_DECLARACION,
                      TXT_ORIGEN,
                      TXT_DESTINO,
                      TXT_DOC_SOPORTE,
                      COD_USUARIO_RECIBE
               INTO  :FEC-DECLARACION,
                     :TXT-ORIGEN-FONDOS,
                     :TXT-DESTINO-FONDOS,
                     :TXT-DOC-SOPORTE,
                     :COD-USUARIO-RECIBE
               FROM V1DT114
               WHERE NUM_REF = :NUM-REF-DECLARA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   SET SW-88-CON-DECLARACION
                                           TO TRUE
                   MOVE TXT-ORIGEN-FONDOS  TO ORIGENI
                   MOVE TXT-DESTINO-FONDOS TO DESTINI
                   MOVE TXT-DOC-SOPORTE    TO DOCSOPI
                   MOVE COD-USUARIO-RECIBE TO USURECI
                   MOVE FEC-DECLARACION(7:2)
                                           TO WS-FECHA-PANTALLA(1:2)
                   MOVE FEC-DECLARACION(5:2)
                                           TO WS-FECHA-PANTALLA(3:2)
                   MOVE FEC-DECLARACION(1:4)
                                           TO WS-FECHA-PANTALLA(5:4)
                   MOVE WS-FECHA-PANTALLA  TO FECDECI

               WHEN DB2-NOTFND
                   MOVE SPACES             TO USURECI
                                              FECDECI

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2400-LEER-DECLARACION-EXIT.
           EXIT.
      ******************************************************************
      * 2500-GRABAR-DECLARACION
      *  EL FUNCIONARIO QUE RECIBE ES EL USUARIO QUE REGISTRA; UNA     *
      *  CORRECCION POSTERIOR REEMPLAZA LA DECLARACION Y SU RECEPTOR   *
      ******************************************************************
       2500-GRABAR-DECLARACION.
      *
           IF  ORIGENI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO ORIGENL
               PERFORM REINPUT
           END-IF
      *
           IF  DESTINI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO DESTINL
               PERFORM REINPUT
           END-IF
      *
           IF  DOCSOPI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO DOCSOPL
               PERFORM REINPUT
           END-IF
      *
           MOVE 'V1DT114'                  TO WS-TABLA
           MOVE NUM-REF OF DCLV1DT001      TO NUM-REF-DECLARA
           MOVE WS-FEC-HOY                 TO FEC-DECLARACION
           MOVE WS-HOR-HOY                 TO HOR-DECLARACION
           MOVE ORIGENI                    TO TXT-ORIGEN-FONDOS
           MOVE DESTINI                    TO TXT-DESTINO-FONDOS
           MOVE DOCSOPI                    TO TXT-DOC-SOPORTE
           MOVE AUD-USUARIO                TO COD-USUARIO-RECIBE
      *
           EXEC SQL
               INSERT INTO V1DT114
                   (NUM_REF,
                    FEC_DECLARACION,
                    HOR_DECLARACION,
                    TXT_ORIGEN,
                    TXT_DESTINO,
                    TXT_DOC_SOPORTE,
                    COD_USUARIO_RECIBE)
               VALUES
                   (:NUM-REF-DECLARA,
                    :FEC-DECLARACION,
                    :HOR-DECLARACION,
                    :TXT-ORIGEN-FONDOS,
                    :TXT-DESTINO-FONDOS,
                    :TXT-DOC-SOPORTE,
                    :COD-USUARIO-RECIBE)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-DUPREC
                   PERFORM 2600-CAMBIAR-DECLARACION
                      THRU 2600-CAMBIAR-DECLARACION-EXIT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2500-GRABAR-DECLARACION-EXIT.
           EXIT.
      ******************************************************************
      * 2600-CAMBIAR-DECLARACION
      ******************************************************************
       2600-CAMBIAR-DECLARACION.
      *
           EXEC SQL
               UPDATE V1DT114
                  SET FEC_DECLARACION    = :FEC-DECLARACION,
                      HOR_DECLARACION    = :HOR-DECLARACION,
                      TXT_ORIGEN         = :TXT-ORIGEN-FONDOS,
                      TXT_DESTINO        = :TXT-DESTINO-FONDOS,
                      TXT_DOC_SOPORTE    = :TXT-DOC-SOPORTE,
                      COD_USUARIO_RECIBE = :COD-USUARIO-RECIBE
                WHERE NUM_REF            = :NUM-REF-DECLARA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2600-CAMBIAR-DECLARACION-EXIT.
           EXIT.
      ******************************************************************
      * 2700-GRABAR-UMBRAL
      *  EL UMBRAL SE IDENTIFICA POR SU FECHA DE INICIO; EL ALTA SOBRE *
      *  UNA VIGENCIA YA DEFINIDA LA REEMPLAZA                         *
      ******************************************************************
       2700-GRABAR-UMBRAL.
      *
           MOVE UMBRALI                    TO WS-IMP-ALFA
           INSPECT WS-IMP-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-IMP-ALFA NOT NUMERIC
            OR WS-IMP-NUM EQUAL ZEROES
               MOVE ME-MONTO-REQUERIDO     TO CAA-COD-ERROR
               MOVE -1                     TO UMBRALL
               PERFORM REINPUT
           END-IF
      *
           INITIALIZE TCWC1750
           MOVE '1'                        TO W175-CDOPCIO
           MOVE UMBDESI                    TO W175-FHGRE1
           CALL CT-TC8C1220 USING TCWC1750
           IF  W175-CDRETORN NOT EQUAL '00'
               MOVE ME-FECHA-ERRADA        TO CAA-COD-ERROR
               MOVE 'FECHA DESDE'          TO CAA-VAR1-ERROR
               MOVE -1                     TO UMBDESL
               PERFORM REINPUT
           END-IF
      *
           MOVE UMBDESI(1:2)               TO WS-FECHA-AUX(7:2)
           MOVE UMBDESI(3:2)               TO WS-FECHA-AUX(5:2)
           MOVE UMBDESI(5:4)               TO WS-FECHA-AUX(1:4)
           MOVE WS-FECHA-AUX               TO FEC-DESDE-UMB
      *
           INITIALIZE TCWC1750
           MOVE '1'                        TO W175-CDOPCIO
           MOVE UMBHASI                    TO W175-FHGRE1
           CALL CT-TC8C1220 USING TCWC1750
           IF  W175-CDRETORN NOT EQUAL '00'
               MOVE ME-FECHA-ERRADA        TO CAA-COD-ERROR
               MOVE 'FECHA HASTA'          TO CAA-VAR1-ERROR
               MOVE -1                     TO UMBHASL
               PERFORM REINPUT
           END-IF
      *
           MOVE UMBHASI(1:2)               TO WS-FECHA-AUX(7:2)
           MOVE UMBHASI(3:2)               TO WS-FECHA-AUX(5:2)
           MOVE UMBHASI(5:4)               TO WS-FECHA-AUX(1:4)
           MOVE WS-FECHA-AUX               TO FEC-HASTA-UMB
      *
           IF  FEC-HASTA-UMB LESS THAN FEC-DESDE-UMB
               MOVE ME-FECHA-ERRADA        TO CAA-COD-ERROR
               MOVE 'FECHA HASTA'          TO CAA-VAR1-ERROR
               MOVE -1                     TO UMBHASL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-IMP-NUM                 TO IMP-UMBRAL-DEC
           MOVE 'V1DT115'                  TO WS-TABLA
      *
           EXEC SQL
               INSERT INTO V1DT115
                   (IMP_UMBRAL,
                    FEC_DESDE,
                    FEC_HASTA)
               VALUES
                   (:IMP-UMBRAL-DEC,
                    :FEC-DESDE-UMB,
                    :FEC-HASTA-UMB)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-DUPREC
                   PERFORM 2800-CAMBIAR-UMBRAL
                      THRU 2800-CAMBIAR-UMBRAL-EXIT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2700-GRABAR-UMBRAL-EXIT.
           EXIT.
      ******************************************************************
      * 2800-CAMBIAR-UMBRAL
      ******************************************************************
       2800-CAMBIAR-UMBRAL.
      *
           EXEC SQL
               UPDATE V1DT115
                  SET IMP_UMBRAL = :IMP-UMBRAL-DEC,
                      FEC_HASTA  = :FEC-HASTA-UMB
                WHERE FEC_DESDE  = :FEC-DESDE-UMB
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2800-CAMBIAR-UMBRAL-EXIT.
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
           MOVE 'V13C45M'                  TO W963-PROGRAMA
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
