      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C89M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: DOBLE CAPTURA A CIEGAS DE LAS OPERACIONES        *
      *               CAPTADAS A MANO EN V12C43M SOBRE EL UMBRAL       *
      *               (V1DT172).  'V' UN SEGUNDO OPERADOR, DISTINTO    *
      *               DEL QUE CAPTO, RETECLEA IMPORTE, DIVISA, CUENTA, *
      *               RIF DEL BENEFICIARIO Y TASA SIN VER LOS          *
      *               ORIGINALES; SI TODO COINCIDE LA OPERACION QUEDA  *
      *               VERIFICADA Y PASA A FIRMA Y A LIQUIDACION, Y SI  *
      *               NO, EL INTENTO QUEDA EN V1DT173 SIN DECIR QUE    *
      *               DATO DIFIERE.  'C' CONSULTA EL ESTADO SIN        *
      *               MOSTRAR LOS DATOS CAPTADOS.  'U' DEFINE EL       *
      *               UMBRAL EN DOLARES CON SU VIGENCIA (V1DT171),     *
      *               SOLO PARA SUPERVISORES                           *
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
       PROGRAM-ID.   V13C89M.
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
           05  WS-NUM-REF-ALFA             PIC X(10)   VALUE SPACES.
           05  WS-NUM-REF-NUM REDEFINES WS-NUM-REF-ALFA
                                           PIC 9(10).
           05  WS-IMP-ALFA                 PIC X(15)   VALUE SPACES.
           05  WS-IMP-NUM REDEFINES WS-IMP-ALFA
                                           PIC 9(13)V9(02).
           05  WS-TAS-ALFA                 PIC X(11)   VALUE SPACES.
           05  WS-TAS-NUM REDEFINES WS-TAS-ALFA
                                           PIC 9(07)V9(04).
           05  WS-CANT-ED                  PIC ZZ9.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-VERIFICAR              VALUE 'V'.
               88  SW-88-ACCION-CONSULTA               VALUE 'C'.
               88  SW-88-ACCION-UMBRAL                 VALUE 'U'.
           05  SW-COINCIDE                 PIC X(01)   VALUE 'S'.
               88  SW-88-COINCIDE                      VALUE 'S'.
               88  SW-88-NO-COINCIDE                   VALUE 'N'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C89M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-TC8C1220                 PIC X(08)   VALUE 'TC8C1220'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-NO                       PIC X(01)   VALUE 'N'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-BORRA                    PIC X(02)   VALUE '99'.
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-EST-VERIFICADA           PIC X(01)   VALUE 'V'.
           05  CT-TXT-PENDIENTE            PIC X(10)
               VALUE 'PENDIENTE'.
           05  CT-TXT-VERIFICADA           PIC X(10)
               VALUE 'VERIFICADA'.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-FUERA-ENTIDAD            PIC X(07)   VALUE 'V1E0225'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-FECHA-ERRADA             PIC X(07)   VALUE 'V1E0033'.
           05  ME-NUMREF-REQUERIDO         PIC X(07)   VALUE 'V1E0083'.
           05  ME-MONTO-REQUERIDO          PIC X(07)   VALUE 'V1E0075'.
           05  ME-TASA-ERRADA              PIC X(07)   VALUE 'V1E0097'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-MISMO-OPERADOR           PIC X(07)   VALUE 'V1E0302'.
           05  ME-CAPTURA-NO-COINCIDE      PIC X(07)   VALUE 'V1E0303'.
           05  ME-SIN-DOBLE-CAPTURA        PIC X(07)   VALUE 'V1E0304'.
           05  ME-ALTA-CONFORME            PIC X(07)   VALUE 'V1A0510'.
           05  ME-VERIFICACION-CONFORME    PIC X(07)   VALUE 'V1A0564'.
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
               INCLUDE V1GT171
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT172
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT173
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
       COPY V1ND89M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND89MI.
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
           SET ADDRESS OF V1ND89MI         TO CAA-PTR-COPYIN
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
                                              W930-SUPERVISOR
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
           INITIALIZE V1ND89MI
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
           IF  NOT (SW-88-ACCION-VERIFICAR OR SW-88-ACCION-CONSULTA
                                          OR SW-88-ACCION-UMBRAL)
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
      *    EL UMBRAL DECIDE QUE OPERACIONES SE RETECLEAN: LO DEFINE
      *    UN SUPERVISOR, NO EL OPERADOR QUE VERIFICA
           IF  SW-88-ACCION-UMBRAL
               IF  NOT W930-88-SUPERVISOR
                   MOVE ME-ACCESO-DENEGADO TO CAA-COD-ERROR
                   MOVE -1                 TO ACCIONL
                   PERFORM REINPUT
               END-IF
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
           MOVE WS-NUM-REF-NUM             TO NUM-REF-DCT
      *
           PERFORM 2300-LEER-DOBLE-CAPTURA
              THRU 2300-LEER-DOBLE-CAPTURA-EXIT
      *
           IF  SW-88-ACCION-CONSULTA
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           IF  EST-DOBLE-CAPTURA NOT EQUAL CT-EST-PENDIENTE
               MOVE ME-SIN-DOBLE-CAPTURA   TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
      *    EL QUE CAPTO NO PUEDE VERIFICAR SU PROPIA CAPTURA
           IF  COD-USUARIO-CAPTURA EQUAL AUD-USUARIO
               MOVE ME-MISMO-OPERADOR      TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2400-VALIDAR-RETECLEO
              THRU 2400-VALIDAR-RETECLEO-EXIT
      *
           PERFORM 2500-COMPARAR-CAPTURA
              THRU 2500-COMPARAR-CAPTURA-EXIT
      *
      *    LOS DATOS RETECLEADOS NO SE DEVUELVEN A LA PANTALLA: EL
      *    SIGUIENTE INTENTO SE TECLEA OTRA VEZ DESDE EL DOCUMENTO
           MOVE SPACES                     TO IMPOPEI
                                              CODDIVI
                                              CTAPASI
                                              RIFBENI
                                              TASCAMI
      *
           IF  SW-88-NO-COINCIDE
               PERFORM 2600-REGISTRAR-DIFERENCIA
                  THRU 2600-REGISTRAR-DIFERENCIA-EXIT
               PERFORM 2300-LEER-DOBLE-CAPTURA
                  THRU 2300-LEER-DOBLE-CAPTURA-EXIT
               MOVE ME-CAPTURA-NO-COINCIDE TO CAA-COD-ERROR
               MOVE -1                     TO IMPOPEL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2650-MARCAR-VERIFICADA
              THRU 2650-MARCAR-VERIFICADA-EXIT
      *
           PERFORM 2300-LEER-DOBLE-CAPTURA
              THRU 2300-LEER-DOBLE-CAPTURA-EXIT
      *
           MOVE ME-VERIFICACION-CONFORME   TO CAA-COD-AVISO1
           MOVE -1                         TO NUMREFL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2300-LEER-DOBLE-CAPTURA
      *  MUESTRA EL ESTADO, QUIEN CAPTO Y LOS INTENTOS FALLIDOS; LOS   *
      *  DATOS CAPTADOS NUNCA SE MUESTRAN EN ESTA PANTALLA             *
      ******************************************************************
       2300-LEER-DOBLE-CAPTURA.
      *
           MOVE 'V1DT172'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT COD_USUARIO_CAPTURA,
                      COD_OFICINA,
                      EST_DOBLE_CAPTURA,
                      CANT_INTENTOS
               INTO  :COD-USUARIO-CAPTURA,
                     :COD-OFICINA-DCT,
                     :EST-DOBLE-CAPTURA,
                     :CANT-INTENTOS-DCT
               FROM V1DT172
               WHERE NUM_REF = :NUM-REF-DCT
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE SPACES             TO ESTADOI
                                              USUCAPI
                                              INTENTI
                   MOVE ME-SIN-DOBLE-CAPTURA
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO NUMREFL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  EST-DOBLE-CAPTURA EQUAL CT-EST-VERIFICADA
               MOVE CT-TXT-VERIFICADA      TO ESTADOI
           ELSE
               MOVE CT-TXT-PENDIENTE       TO ESTADOI
           END-IF
      *
           MOVE COD-USUARIO-CAPTURA        TO USUCAPI
           MOVE CANT-INTENTOS-DCT          TO WS-CANT-ED
           MOVE WS-CANT-ED                 TO INTENTI
      *
           .
       2300-LEER-DOBLE-CAPTURA-EXIT.
           EXIT.
      ******************************************************************
      * 2400-VALIDAR-RETECLEO
      *  LOS DATOS RETECLEADOS SE VALIDAN EN FORMATO IGUAL QUE EN LA   *
      *  CAPTURA; LA COMPARACION VIENE DESPUES                         *
      ******************************************************************
       2400-VALIDAR-RETECLEO.
      *
           MOVE IMPOPEI                    TO WS-IMP-ALFA
           INSPECT WS-IMP-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-IMP-ALFA NOT NUMERIC
            OR WS-IMP-NUM EQUAL ZEROES
               MOVE ME-MONTO-REQUERIDO     TO CAA-COD-ERROR
               MOVE -1                     TO IMPOPEL
               PERFORM REINPUT
           END-IF
      *
           IF  CODDIVI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO CODDIVL
               PERFORM REINPUT
           END-IF
      *
           IF  CTAPASI EQUAL LOW-VALUES
               MOVE SPACES                 TO CTAPASI
           END-IF
      *
           IF  RIFBENI EQUAL LOW-VALUES
               MOVE SPACES                 TO RIFBENI
           END-IF
      *
           MOVE TASCAMI                    TO WS-TAS-ALFA
           INSPECT WS-TAS-ALFA REPLACING LEADING SPACES BY ZEROES
           IF  WS-TAS-ALFA NOT NUMERIC
               MOVE ME-TASA-ERRADA         TO CAA-COD-ERROR
               MOVE -1                     TO TASCAML
               PERFORM REINPUT
           END-IF
      *
           .
       2400-VALIDAR-RETECLEO-EXIT.
           EXIT.
      ******************************************************************
      * 2500-COMPARAR-CAPTURA
      *  CADA DATO RETECLEADO CONTRA LO GRABADO EN V1DT001; LAS        *
      *  DIFERENCIAS SE ANOTAN DATO POR DATO PARA EL SEGUIMIENTO       *
      ******************************************************************
       2500-COMPARAR-CAPTURA.
      *
           MOVE 'V1DT001'                  TO WS-TABLA
           MOVE NUM-REF-DCT                TO NUM-REF OF DCLV1DT001
      *
           EXEC SQL
               SELECT IMP_OPE,
                      COD_DIV_OPE,
                      CTA_PASIVO_CL,
                      IDF_RIF_BENEF,
                      TAS_CAMBIO,
                      COD_ENT_BANCO
               INTO  :DCLV1DT001.IMP-OPE,
                     :DCLV1DT001.COD-DIV-OPE,
                     :DCLV1DT001.CTA-PASIVO-CL,
                     :DCLV1DT001.IDF-RIF-BENEF,
                     :DCLV1DT001.TAS-CAMBIO,
                     :DCLV1DT001.COD-ENT-BANCO
               FROM V1DT001
               WHERE NUM_REF = :DCLV1DT001.NUM-REF
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM 1970-VERIFICAR-ENTIDAD
              THRU 1970-VERIFICAR-ENTIDAD-EXIT
      *
           SET SW-88-COINCIDE              TO TRUE
           MOVE CT-NO                      TO IND-DIF-IMPORTE
                                              IND-DIF-DIVISA
                                              IND-DIF-CUENTA
                                              IND-DIF-RIF
                                              IND-DIF-TASA
      *
           IF  WS-IMP-NUM NOT EQUAL IMP-OPE OF DCLV1DT001
               MOVE CT-SI                  TO IND-DIF-IMPORTE
               SET SW-88-NO-COINCIDE       TO TRUE
           END-IF
      *
           IF  CODDIVI NOT EQUAL COD-DIV-OPE OF DCLV1DT001
               MOVE CT-SI                  TO IND-DIF-DIVISA
               SET SW-88-NO-COINCIDE       TO TRUE
           END-IF
      *
           IF  CTAPASI NOT EQUAL CTA-PASIVO-CL OF DCLV1DT001
               MOVE CT-SI                  TO IND-DIF-CUENTA
               SET SW-88-NO-COINCIDE       TO TRUE
           END-IF
      *
           IF  RIFBENI NOT EQUAL IDF-RIF-BENEF OF DCLV1DT001
               MOVE CT-SI                  TO IND-DIF-RIF
               SET SW-88-NO-COINCIDE       TO TRUE
           END-IF
      *
           IF  WS-TAS-NUM NOT EQUAL TAS-CAMBIO OF DCLV1DT001
               MOVE CT-SI                  TO IND-DIF-TASA
               SET SW-88-NO-COINCIDE       TO TRUE
           END-IF
      *
           .
       2500-COMPARAR-CAPTURA-EXIT.
           EXIT.
      ******************************************************************
      * 2600-REGISTRAR-DIFERENCIA
      *  EL INTENTO FALLIDO QUEDA EN V1DT173 CON LOS DOS OPERADORES;   *
      *  LA OPERACION SIGUE PENDIENTE                                  *
      ******************************************************************
       2600-REGISTRAR-DIFERENCIA.
      *
           MOVE 'V1DT173'                  TO WS-TABLA
           MOVE NUM-REF-DCT                TO NUM-REF-DIF
           MOVE WS-FEC-HOY                 TO FEC-DIFERENCIA
           MOVE WS-HOR-HOY                 TO HOR-DIFERENCIA
           MOVE COD-USUARIO-CAPTURA        TO COD-USUARIO-CAPTURA-DIF
           MOVE AUD-USUARIO                TO COD-USUARIO-VERIF-DIF
           MOVE COD-OFICINA-DCT            TO COD-OFICINA-DIF
      *
           EXEC SQL
               INSERT INTO V1DT173
                   (NUM_REF,
                    FEC_DIFERENCIA,
                    HOR_DIFERENCIA,
                    COD_USUARIO_CAPTURA,
                    COD_USUARIO_VERIF,
                    COD_OFICINA,
                    IND_DIF_IMPORTE,
                    IND_DIF_DIVISA,
                    IND_DIF_CUENTA,
                    IND_DIF_RIF,
                    IND_DIF_TASA)
               VALUES
                   (:NUM-REF-DIF,
                    :FEC-DIFERENCIA,
                    :HOR-DIFERENCIA,
                    :COD-USUARIO-CAPTURA-DIF,
                    :COD-USUARIO-VERIF-DIF,
                    :COD-OFICINA-DIF,
                    :IND-DIF-IMPORTE,
                    :IND-DIF-DIVISA,
                    :IND-DIF-CUENTA,
                    :IND-DIF-RIF,
                    :IND-DIF-TASA)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE 'V1DT172'                  TO WS-TABLA
      *
           EXEC SQL
               UPDATE V1DT172
                  SET CANT_INTENTOS = CANT_INTENTOS + 1
                WHERE NUM_REF       = :NUM-REF-DCT
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2600-REGISTRAR-DIFERENCIA-EXIT.
           EXIT.
      ******************************************************************
      * 2650-MARCAR-VERIFICADA
      *  LA CONDICION DE ESTADO EVITA CERRAR DOS VECES SI OTRO         *
      *  OPERADOR VERIFICO EN EL INTERIN                               *
      ******************************************************************
       2650-MARCAR-VERIFICADA.
      *
           MOVE 'V1DT172'                  TO WS-TABLA
           MOVE CT-EST-VERIFICADA          TO EST-DOBLE-CAPTURA
           MOVE AUD-USUARIO                TO COD-USUARIO-VERIF
           MOVE WS-FEC-HOY                 TO FEC-VERIF-DCT
           MOVE WS-HOR-HOY                 TO HOR-VERIF-DCT
      *
           EXEC SQL
               UPDATE V1DT172
                  SET EST_DOBLE_CAPTURA = :EST-DOBLE-CAPTURA,
                      COD_USUARIO_VERIF = :COD-USUARIO-VERIF,
                      FEC_VERIF         = :FEC-VERIF-DCT,
                      HOR_VERIF         = :HOR-VERIF-DCT
                WHERE NUM_REF           = :NUM-REF-DCT
                  AND EST_DOBLE_CAPTURA = :CT-EST-PENDIENTE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-SIN-DOBLE-CAPTURA
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO NUMREFL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2650-MARCAR-VERIFICADA-EXIT.
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
           MOVE WS-FECHA-AUX               TO FEC-DESDE-DCT
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
           MOVE WS-FECHA-AUX               TO FEC-HASTA-DCT
      *
           IF  FEC-HASTA-DCT LESS THAN FEC-DESDE-DCT
               MOVE ME-FECHA-ERRADA        TO CAA-COD-ERROR
               MOVE 'FECHA HASTA'          TO CAA-VAR1-ERROR
               MOVE -1                     TO UMBHASL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-IMP-NUM                 TO IMP-UMBRAL-DCT
           MOVE AUD-USUARIO                TO COD-USUARIO-DCT
           MOVE 'V1DT171'                  TO WS-TABLA
      *
           EXEC SQL
               INSERT INTO V1DT171
                   (IMP_UMBRAL,
                    FEC_DESDE,
                    FEC_HASTA,
                    COD_USUARIO)
               VALUES
                   (:IMP-UMBRAL-DCT,
                    :FEC-DESDE-DCT,
                    :FEC-HASTA-DCT,
                    :COD-USUARIO-DCT)
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
               UPDATE V1DT171
                  SET IMP_UMBRAL  = :IMP-UMBRAL-DCT,
                      FEC_HASTA   = :FEC-HASTA-DCT,
                      COD_USUARIO = :COD-USUARIO-DCT
                WHERE FEC_DESDE   = :FEC-DESDE-DCT
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
           MOVE 'V13C89M'                  TO W963-PROGRAMA
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
