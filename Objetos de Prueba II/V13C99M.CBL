      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C99M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: REGISTRO DE LAS DECLARACIONES UNICAS DE ADUANA   *
      *               (DUA) DE LOS CLIENTES IMPORTADORES (V1DT184) Y   *
      *               SU VINCULO CON LAS VENTAS BAJO CONCEPTOS DE      *
      *               IMPORTACION (V1DT185).  'C' CONSULTA LA DUA Y,   *
      *               CON REFERENCIA, EL SOPORTE DE LA OPERACION.      *
      *               'A' REGISTRA UNA DUA CON SU FACTURA COMERCIAL.   *
      *               'M' LA CORRIGE.  'N' ANULA UNA DUA SIN           *
      *               OPERACIONES.  'V' VINCULA UNA VENTA DEL MISMO    *
      *               CLIENTE POR UN IMPORTE EN LA DIVISA DE LA        *
      *               OPERACION, QUE CONSUME EL VALOR CIF DE LA DUA    *
      *               CONVERTIDO A SU DIVISA.  'E' ELIMINA EL VINCULO  *
      *               Y DEVUELVE EL IMPORTE A LA DUA                   *
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
       PROGRAM-ID.   V13C99M.
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
           05  WS-SEC-DUA-ALFA             PIC X(09)   VALUE SPACES.
           05  WS-SEC-DUA-NUM REDEFINES WS-SEC-DUA-ALFA
                                           PIC 9(09).
           05  WS-NUM-REF-ALFA             PIC X(10)   VALUE SPACES.
           05  WS-NUM-REF-NUM REDEFINES WS-NUM-REF-ALFA
                                           PIC 9(10).
           05  WS-IMP-ALFA                 PIC X(15)   VALUE SPACES.
           05  WS-IMP-NUM REDEFINES WS-IMP-ALFA
                                           PIC 9(13)V9(02).
           05  WS-FEC-ALFA                 PIC X(08)   VALUE SPACES.
           05  WS-FEC-NUM REDEFINES WS-FEC-ALFA
                                           PIC 9(08).
           05  WS-COD-DIV-ANT              PIC X(03)   VALUE SPACES.
           05  WS-NUM-DOC-ANT              PIC X(15)   VALUE SPACES.
           05  WS-IMP-CIF-ANT              PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-TAS-OPE                  PIC S9(07)V9(04) COMP-3
                                                       VALUE ZEROES.
           05  WS-TAS-DUA                  PIC S9(07)V9(04) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-SOPORTE              PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-PENDIENTE            PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-DISPONIBLE           PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-CANT-FILAS               PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-IMP-ED                   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-SEC-DUA-ED               PIC 9(09).
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-CONSULTA               VALUE 'C'.
               88  SW-88-ACCION-ALTA                   VALUE 'A'.
               88  SW-88-ACCION-MODIFICA               VALUE 'M'.
               88  SW-88-ACCION-ANULAR                 VALUE 'N'.
               88  SW-88-ACCION-VINCULAR               VALUE 'V'.
               88  SW-88-ACCION-ELIMINAR               VALUE 'E'.
           05  SW-TASA                     PIC X(01)   VALUE 'N'.
               88  SW-88-TASA-ENCONTRADA               VALUE 'S'.
               88  SW-88-TASA-NO-ENCONTRADA            VALUE 'N'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C99M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-BORRA                    PIC X(02)   VALUE '99'.
           05  CT-CONTADOR-DUAS            PIC X(08)   VALUE 'DUAS'.
           05  CT-IDF-VENTA                PIC X(01)   VALUE 'V'.
           05  CT-EST-ACTIVA               PIC X(01)   VALUE 'A'.
           05  CT-EST-ANULADA              PIC X(01)   VALUE 'N'.
           05  CT-TXT-ACTIVA               PIC X(10)
               VALUE 'ACTIVA'.
           05  CT-TXT-ANULADA              PIC X(10)
               VALUE 'ANULADA'.
           05  CT-TXT-EXCEDIDA             PIC X(10)
               VALUE 'EXCEDIDA'.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-FECHA-ERRADA             PIC X(07)   VALUE 'V1E0033'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-DIVISA-ERRADA            PIC X(07)   VALUE 'V1E0092'.
           05  ME-TASA-ERRADA              PIC X(07)   VALUE 'V1E0097'.
           05  ME-OPE-NO-EXISTE            PIC X(07)   VALUE 'V1E0098'.
           05  ME-OPE-YA-REVERSADA         PIC X(07)   VALUE 'V1E0100'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-ENTRADA-NO-EXISTE        PIC X(07)   VALUE 'V1E0106'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-MONTO-ERRADO             PIC X(07)   VALUE 'V1E0173'.
           05  ME-FUERA-ENTIDAD            PIC X(07)   VALUE 'V1E0225'.
           05  ME-DUA-YA-EXISTE            PIC X(07)   VALUE 'V1E0327'.
           05  ME-OPE-SIN-SOPORTE-DUA      PIC X(07)   VALUE 'V1E0328'.
           05  ME-CLIENTE-DISTINTO         PIC X(07)   VALUE 'V1E0329'.
           05  ME-DUA-ANULADA              PIC X(07)   VALUE 'V1E0330'.
           05  ME-EXCEDE-DISPONIBLE        PIC X(07)   VALUE 'V1E0331'.
           05  ME-EXCEDE-PENDIENTE         PIC X(07)   VALUE 'V1E0332'.
           05  ME-VINCULO-YA-EXISTE        PIC X(07)   VALUE 'V1E0333'.
           05  ME-DUA-CON-VINCULOS         PIC X(07)   VALUE 'V1E0334'.
           05  ME-DUA-REGISTRADA           PIC X(07)   VALUE 'V1A0573'.
           05  ME-DUA-MODIFICADA           PIC X(07)   VALUE 'V1A0574'.
           05  ME-DUA-ANULADA-OK           PIC X(07)   VALUE 'V1A0575'.
           05  ME-OPE-VINCULADA            PIC X(07)   VALUE 'V1A0576'.
           05  ME-VINCULO-ELIMINADO        PIC X(07)   VALUE 'V1A0577'.
           05  ME-DUA-EXCEDIDA             PIC X(07)   VALUE 'V1A0578'.
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
               INCLUDE V1GT003
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT015
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT056
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT184
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT185
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
       COPY V1ND99M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND99MI.
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
           SET ADDRESS OF V1ND99MI         TO CAA-PTR-COPYIN
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
           INITIALIZE V1ND99MI
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
           IF  NOT (SW-88-ACCION-CONSULTA OR SW-88-ACCION-ALTA
                                          OR SW-88-ACCION-MODIFICA
                                          OR SW-88-ACCION-ANULAR
                                          OR SW-88-ACCION-VINCULAR
                                          OR SW-88-ACCION-ELIMINAR)
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           IF  SW-88-ACCION-ALTA
               PERFORM 2400-VALIDAR-DUA
                  THRU 2400-VALIDAR-DUA-EXIT
               PERFORM 2600-REGISTRAR-DUA
                  THRU 2600-REGISTRAR-DUA-EXIT
               PERFORM 2300-LEER-DUA
                  THRU 2300-LEER-DUA-EXIT
               PERFORM 2350-MOSTRAR-DUA
                  THRU 2350-MOSTRAR-DUA-EXIT
               MOVE ME-DUA-REGISTRADA      TO CAA-COD-AVISO1
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           MOVE SECDUAI                    TO WS-SEC-DUA-ALFA
           INSPECT WS-SEC-DUA-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-SEC-DUA-ALFA NOT NUMERIC
            OR WS-SEC-DUA-NUM EQUAL ZEROES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO SECDUAL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-SEC-DUA-NUM             TO SEC-DUA
      *
           PERFORM 2300-LEER-DUA
              THRU 2300-LEER-DUA-EXIT
      *
           IF  SW-88-ACCION-CONSULTA
               PERFORM 2350-MOSTRAR-DUA
                  THRU 2350-MOSTRAR-DUA-EXIT
               IF  NUMREFI NOT EQUAL SPACES AND LOW-VALUES
                   PERFORM 2500-LEER-OPERACION
                      THRU 2500-LEER-OPERACION-EXIT
                   PERFORM 2580-MOSTRAR-OPERACION
                      THRU 2580-MOSTRAR-OPERACION-EXIT
               END-IF
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
      *    UNA DUA ANULADA YA NO SE TOCA
           IF  EST-DUA EQUAL CT-EST-ANULADA
               MOVE ME-DUA-ANULADA         TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           EVALUATE TRUE
               WHEN SW-88-ACCION-MODIFICA
                   PERFORM 2700-MODIFICAR-DUA
                      THRU 2700-MODIFICAR-DUA-EXIT

               WHEN SW-88-ACCION-ANULAR
                   PERFORM 2750-ANULAR-DUA
                      THRU 2750-ANULAR-DUA-EXIT

               WHEN SW-88-ACCION-VINCULAR
                   PERFORM 2800-VINCULAR-OPERACION
                      THRU 2800-VINCULAR-OPERACION-EXIT

               WHEN SW-88-ACCION-ELIMINAR
                   PERFORM 2900-ELIMINAR-VINCULO
                      THRU 2900-ELIMINAR-VINCULO-EXIT
           END-EVALUATE
      *
           PERFORM 2300-LEER-DUA
              THRU 2300-LEER-DUA-EXIT
           PERFORM 2350-MOSTRAR-DUA
              THRU 2350-MOSTRAR-DUA-EXIT
      *
           IF  SW-88-ACCION-VINCULAR OR SW-88-ACCION-ELIMINAR
               PERFORM 2580-MOSTRAR-OPERACION
                  THRU 2580-MOSTRAR-OPERACION-EXIT
           END-IF
      *
           MOVE -1                         TO ACCIONL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2300-LEER-DUA
      ******************************************************************
       2300-LEER-DUA.
      *
           MOVE 'V1DT184'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT NUM_DOC_DUA,
                      NUM_DUA,
                      COD_ADUANA,
                      FEC_DUA,
                      NUM_FACTURA_DUA,
                      COD_DIV_DUA,
                      IMP_CIF,
                      IMP_USADO_DUA,
                      EST_DUA,
                      COD_USUARIO_DUA,
                      FEC_REGISTRO_DUA
               INTO  :NUM-DOC-DUA,
                     :NUM-DUA,
                     :COD-ADUANA,
                     :FEC-DUA,
                     :NUM-FACTURA-DUA,
                     :COD-DIV-DUA,
                     :IMP-CIF,
                     :IMP-USADO-DUA,
                     :EST-DUA,
                     :COD-USUARIO-DUA,
                     :FEC-REGISTRO-DUA
               FROM V1DT184
               WHERE SEC_DUA = :SEC-DUA
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
                   MOVE -1                 TO SECDUAL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2300-LEER-DUA-EXIT.
           EXIT.
      ******************************************************************
      * 2350-MOSTRAR-DUA
      *  EL VALOR CIF SE MUESTRA SIN EDITAR PARA QUE SE PUEDA CORREGIR *
      *  EN LA MISMA PANTALLA; LO USADO Y LO DISPONIBLE VAN EDITADOS   *
      ******************************************************************
       2350-MOSTRAR-DUA.
      *
           MOVE SEC-DUA                    TO WS-SEC-DUA-ED
           MOVE WS-SEC-DUA-ED              TO SECDUAI
      *
           EVALUATE TRUE
               WHEN EST-DUA EQUAL CT-EST-ANULADA
                   MOVE CT-TXT-ANULADA     TO ESTADOI
               WHEN IMP-USADO-DUA GREATER IMP-CIF
                   MOVE CT-TXT-EXCEDIDA    TO ESTADOI
               WHEN OTHER
                   MOVE CT-TXT-ACTIVA      TO ESTADOI
           END-EVALUATE
      *
           MOVE NUM-DOC-DUA                TO DOCCLII
           MOVE NUM-DUA                    TO NUMDUAI
           MOVE COD-ADUANA                 TO ADUANAI
           MOVE FEC-DUA                    TO FECDUAI
           MOVE NUM-FACTURA-DUA            TO NUMFACI
           MOVE COD-DIV-DUA                TO CODDIVI
      *
           MOVE IMP-CIF                    TO WS-IMP-NUM
           MOVE WS-IMP-ALFA                TO IMPCIFI
           MOVE IMP-USADO-DUA              TO WS-IMP-ED
           MOVE WS-IMP-ED                  TO IMPUSAI
           COMPUTE WS-IMP-DISPONIBLE = IMP-CIF - IMP-USADO-DUA
           MOVE WS-IMP-DISPONIBLE          TO WS-IMP-ED
           MOVE WS-IMP-ED                  TO IMPDISI
      *
           MOVE COD-USUARIO-DUA            TO USUARII
           MOVE FEC-REGISTRO-DUA           TO FECREGI
      *
           .
       2350-MOSTRAR-DUA-EXIT.
           EXIT.
      ******************************************************************
      * 2400-VALIDAR-DUA
      *  CLIENTE, NUMERO, ADUANA Y FACTURA COMERCIAL OBLIGATORIOS,     *
      *  FECHA NO FUTURA, DIVISA CON TASA OFICIAL A LA FECHA DE LA     *
      *  DUA Y VALOR CIF MAYOR QUE CERO.  EL CLIENTE, LA ADUANA Y EL   *
      *  NUMERO NO PUEDEN REPETIRSE EN OTRA DUA                        *
      ******************************************************************
       2400-VALIDAR-DUA.
      *
           IF  DOCCLII EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO DOCCLIL
               PERFORM REINPUT
           END-IF
      *
           IF  NUMDUAI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO NUMDUAL
               PERFORM REINPUT
           END-IF
      *
           IF  ADUANAI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO ADUANAL
               PERFORM REINPUT
           END-IF
      *
           IF  NUMFACI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO NUMFACL
               PERFORM REINPUT
           END-IF
      *
           MOVE FECDUAI                    TO WS-FEC-ALFA
      *
           IF  WS-FEC-ALFA NOT NUMERIC
            OR WS-FEC-ALFA GREATER WS-FEC-HOY
               MOVE ME-FECHA-ERRADA        TO CAA-COD-ERROR
               MOVE -1                     TO FECDUAL
               PERFORM REINPUT
           END-IF
      *
           IF  CODDIVI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DIVISA-ERRADA       TO CAA-COD-ERROR
               MOVE -1                     TO CODDIVL
               PERFORM REINPUT
           END-IF
      *
           MOVE CODDIVI                    TO COD-DIV
           MOVE WS-FEC-ALFA                TO FEC-TASA
      *
           PERFORM 2450-LEER-TASA
              THRU 2450-LEER-TASA-EXIT
      *
           IF  SW-88-TASA-NO-ENCONTRADA
               MOVE ME-DIVISA-ERRADA       TO CAA-COD-ERROR
               MOVE -1                     TO CODDIVL
               PERFORM REINPUT
           END-IF
      *
           MOVE IMPCIFI                    TO WS-IMP-ALFA
           INSPECT WS-IMP-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-IMP-ALFA NOT NUMERIC
            OR WS-IMP-NUM EQUAL ZEROES
               MOVE ME-MONTO-ERRADO        TO CAA-COD-ERROR
               MOVE -1                     TO IMPCIFL
               PERFORM REINPUT
           END-IF
      *
           MOVE DOCCLII                    TO NUM-DOC-DUA
           MOVE NUMDUAI                    TO NUM-DUA
           MOVE ADUANAI                    TO COD-ADUANA
           MOVE WS-FEC-ALFA                TO FEC-DUA
           MOVE NUMFACI                    TO NUM-FACTURA-DUA
           MOVE CODDIVI                    TO COD-DIV-DUA
           MOVE WS-IMP-NUM                 TO IMP-CIF
      *
           IF  SW-88-ACCION-ALTA
               MOVE ZEROES                 TO SEC-DUA
           END-IF
      *
           MOVE 'V1DT184'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-FILAS
               FROM V1DT184
               WHERE NUM_DOC_DUA = :NUM-DOC-DUA
                 AND COD_ADUANA  = :COD-ADUANA
                 AND NUM_DUA     = :NUM-DUA
                 AND SEC_DUA    <> :SEC-DUA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-FILAS GREATER ZEROES
               MOVE ME-DUA-YA-EXISTE       TO CAA-COD-ERROR
               MOVE -1                     TO NUMDUAL
               PERFORM REINPUT
           END-IF
      *
           .
       2400-VALIDAR-DUA-EXIT.
           EXIT.
      ******************************************************************
      * 2450-LEER-TASA
      *  TASA OFICIAL DE COD-DIV DEL ULTIMO DIA CON TASA HASTA         *
      *  FEC-TASA                                                      *
      ******************************************************************
       2450-LEER-TASA.
      *
           MOVE 'V1DT015'                  TO WS-TABLA
           SET SW-88-TASA-ENCONTRADA       TO TRUE
      *
           EXEC SQL
               SELECT TAS_OFICIAL
               INTO  :TAS-OFICIAL
               FROM V1DT015
               WHERE COD_DIV  = :COD-DIV
                 AND FEC_TASA =
                     (SELECT MAX(FEC_TASA)
                      FROM V1DT015
                      WHERE COD_DIV   = :COD-DIV
                        AND FEC_TASA <= :FEC-TASA)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   SET SW-88-TASA-NO-ENCONTRADA
                                           TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2450-LEER-TASA-EXIT.
           EXIT.
      ******************************************************************
      * 2500-LEER-OPERACION
      *  LA OPERACION DIGITADA, SU CONCEPTO Y LO QUE YA TIENE DE       *
      *  SOPORTE EN TODAS SUS DUA                                      *
      ******************************************************************
       2500-LEER-OPERACION.
      *
           MOVE NUMREFI                    TO WS-NUM-REF-ALFA
           INSPECT WS-NUM-REF-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-NUM-REF-ALFA NOT NUMERIC
            OR WS-NUM-REF-NUM EQUAL ZEROES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-NUM-REF-NUM             TO NUM-REF OF DCLV1DT001
           MOVE 'V1DT001'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT FEC_OPE,
                      COD_DIV_OPE,
                      COD_CPT_CMP_VTA,
                      IDF_CMP_VTA,
                      IMP_OPE,
                      COD_ENT_BANCO,
                      NUM_DOC_PERSONA
               INTO  :DCLV1DT001.FEC-OPE,
                     :DCLV1DT001.COD-DIV-OPE,
                     :DCLV1DT001.COD-CPT-CMP-VTA,
                     :DCLV1DT001.IDF-CMP-VTA,
                     :DCLV1DT001.IMP-OPE,
                     :DCLV1DT001.COD-ENT-BANCO,
                     :DCLV1DT001.NUM-DOC-PERSONA
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
           MOVE 'V1DT185'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT VALUE(SUM(IMP_APLICADO), 0)
               INTO  :WS-IMP-SOPORTE
               FROM V1DT185
               WHERE NUM_REF_VIN = :DCLV1DT001.NUM-REF
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           COMPUTE WS-IMP-PENDIENTE =
                   IMP-OPE OF DCLV1DT001 - WS-IMP-SOPORTE
      *
           .
       2500-LEER-OPERACION-EXIT.
           EXIT.
      ******************************************************************
      * 2550-VALIDAR-OPERACION
      *  SOLO SE SOPORTA UNA VENTA NO REVERSADA DEL MISMO CLIENTE DE   *
      *  LA DUA BAJO UN CONCEPTO QUE EXIJA SOPORTE DE ADUANA           *
      ******************************************************************
       2550-VALIDAR-OPERACION.
      *
           IF  IDF-CMP-VTA OF DCLV1DT001 NOT EQUAL CT-IDF-VENTA
               MOVE ME-OPE-SIN-SOPORTE-DUA TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           MOVE COD-CPT-CMP-VTA OF DCLV1DT001
                                   TO COD-CPT-CMP-VTA OF DCLV1DT003
           MOVE 'V1DT003'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT IND_SOPORTE_DUA
               INTO  :DCLV1DT003.IND-SOPORTE-DUA
               FROM V1DT003
               WHERE COD_CPT_CMP_VTA = :DCLV1DT003.COD-CPT-CMP-VTA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE SPACES             TO IND-SOPORTE-DUA

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  IND-SOPORTE-DUA NOT EQUAL CT-SI
               MOVE ME-OPE-SIN-SOPORTE-DUA TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           IF  NUM-DOC-PERSONA OF DCLV1DT001 NOT EQUAL NUM-DOC-DUA
               MOVE ME-CLIENTE-DISTINTO    TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           MOVE 'V1DT012'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-FILAS
               FROM V1DT012
               WHERE NUM_REF_ORIGINAL = :DCLV1DT001.NUM-REF
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-FILAS GREATER ZEROES
               MOVE ME-OPE-YA-REVERSADA    TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           .
       2550-VALIDAR-OPERACION-EXIT.
           EXIT.
      ******************************************************************
      * 2580-MOSTRAR-OPERACION
      *  IMPORTE DE LA OPERACION, SOPORTE ACUMULADO Y PENDIENTE, EN LA *
      *  DIVISA DE LA OPERACION                                        *
      ******************************************************************
       2580-MOSTRAR-OPERACION.
      *
           MOVE COD-DIV-OPE OF DCLV1DT001  TO DIVOPEI
           MOVE IMP-OPE OF DCLV1DT001      TO WS-IMP-ED
           MOVE WS-IMP-ED                  TO IMPOPEI
           MOVE WS-IMP-SOPORTE             TO WS-IMP-ED
           MOVE WS-IMP-ED                  TO SOPOPEI
           MOVE WS-IMP-PENDIENTE           TO WS-IMP-ED
           MOVE WS-IMP-ED                  TO PENOPEI
      *
           .
       2580-MOSTRAR-OPERACION-EXIT.
           EXIT.
      ******************************************************************
      * 2600-REGISTRAR-DUA
      ******************************************************************
       2600-REGISTRAR-DUA.
      *
           MOVE 'V1DT056'                  TO WS-TABLA
           MOVE CT-CONTADOR-DUAS           TO COD-CONTADOR
      *
           EXEC SQL
               UPDATE V1DT056
                  SET NUM_ACTUAL   = NUM_ACTUAL + 1
                WHERE COD_CONTADOR = :COD-CONTADOR
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               SELECT NUM_ACTUAL
               INTO  :NUM-ACTUAL
               FROM V1DT056
               WHERE COD_CONTADOR = :COD-CONTADOR
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE NUM-ACTUAL                 TO SEC-DUA
           MOVE ZEROES                     TO IMP-USADO-DUA
           MOVE CT-EST-ACTIVA              TO EST-DUA
           MOVE AUD-USUARIO                TO COD-USUARIO-DUA
           MOVE WS-FEC-HOY                 TO FEC-REGISTRO-DUA
      *
           MOVE 'V1DT184'                  TO WS-TABLA
      *
           EXEC SQL
               INSERT INTO V1DT184
                   (SEC_DUA,
                    NUM_DOC_DUA,
                    NUM_DUA,
                    COD_ADUANA,
                    FEC_DUA,
                    NUM_FACTURA_DUA,
                    COD_DIV_DUA,
                    IMP_CIF,
                    IMP_USADO_DUA,
                    EST_DUA,
                    COD_USUARIO_DUA,
                    FEC_REGISTRO_DUA)
               VALUES
                   (:SEC-DUA,
                    :NUM-DOC-DUA,
                    :NUM-DUA,
                    :COD-ADUANA,
                    :FEC-DUA,
                    :NUM-FACTURA-DUA,
                    :COD-DIV-DUA,
                    :IMP-CIF,
                    :IMP-USADO-DUA,
                    :EST-DUA,
                    :COD-USUARIO-DUA,
                    :FEC-REGISTRO-DUA)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2600-REGISTRAR-DUA-EXIT.
           EXIT.
      ******************************************************************
      * 2700-MODIFICAR-DUA
      *  CON OPERACIONES VINCULADAS NO CAMBIAN EL CLIENTE NI LA        *
      *  DIVISA.  EL VALOR CIF PUEDE BAJAR POR DEBAJO DE LO USADO      *
      *  (DECLARACION RECTIFICADA): SE AVISA Y LA DUA SALE EXCEDIDA    *
      *  EN EL CONTROL MENSUAL V13C99B                                 *
      ******************************************************************
       2700-MODIFICAR-DUA.
      *
           MOVE NUM-DOC-DUA                TO WS-NUM-DOC-ANT
           MOVE COD-DIV-DUA                TO WS-COD-DIV-ANT
           MOVE IMP-CIF                    TO WS-IMP-CIF-ANT
      *
           PERFORM 2400-VALIDAR-DUA
              THRU 2400-VALIDAR-DUA-EXIT
      *
           IF  IMP-USADO-DUA GREATER ZEROES
           AND (NUM-DOC-DUA NOT EQUAL WS-NUM-DOC-ANT
            OR  COD-DIV-DUA NOT EQUAL WS-COD-DIV-ANT)
               MOVE ME-DUA-CON-VINCULOS    TO CAA-COD-ERROR
               MOVE -1                     TO CODDIVL
               PERFORM REINPUT
           END-IF
      *
           MOVE 'V1DT184'                  TO WS-TABLA
      *
           EXEC SQL
               UPDATE V1DT184
                  SET NUM_DOC_DUA     = :NUM-DOC-DUA,
                      NUM_DUA         = :NUM-DUA,
                      COD_ADUANA      = :COD-ADUANA,
                      FEC_DUA         = :FEC-DUA,
                      NUM_FACTURA_DUA = :NUM-FACTURA-DUA,
                      COD_DIV_DUA     = :COD-DIV-DUA,
                      IMP_CIF         = :IMP-CIF
                WHERE SEC_DUA         = :SEC-DUA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  IMP-CIF LESS IMP-USADO-DUA
               MOVE ME-DUA-EXCEDIDA        TO CAA-COD-AVISO1
           ELSE
               MOVE ME-DUA-MODIFICADA      TO CAA-COD-AVISO1
           END-IF
      *
           .
       2700-MODIFICAR-DUA-EXIT.
           EXIT.
      ******************************************************************
      * 2750-ANULAR-DUA
      *  SOLO UNA DUA SIN OPERACIONES VINCULADAS; SE CONSERVA ANULADA  *
      ******************************************************************
       2750-ANULAR-DUA.
      *
           MOVE 'V1DT185'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-FILAS
               FROM V1DT185
               WHERE SEC_DUA_VIN = :SEC-DUA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-FILAS GREATER ZEROES
               MOVE ME-DUA-CON-VINCULOS    TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           MOVE 'V1DT184'                  TO WS-TABLA
           MOVE CT-EST-ANULADA             TO EST-DUA
      *
           EXEC SQL
               UPDATE V1DT184
                  SET EST_DUA = :EST-DUA
                WHERE SEC_DUA = :SEC-DUA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE ME-DUA-ANULADA-OK          TO CAA-COD-AVISO1
      *
           .
       2750-ANULAR-DUA-EXIT.
           EXIT.
      ******************************************************************
      * 2800-VINCULAR-OPERACION
      *  EL IMPORTE APLICADO, EN LA DIVISA DE LA OPERACION, NO PUEDE   *
      *  PASAR DE LO QUE LE FALTA DE SOPORTE; CONVERTIDO A LA DIVISA   *
      *  DE LA DUA A LAS TASAS OFICIALES DE LA FECHA DE LA OPERACION,  *
      *  NO PUEDE PASAR DE LO DISPONIBLE DE LA DUA                     *
      ******************************************************************
       2800-VINCULAR-OPERACION.
      *
           PERFORM 2500-LEER-OPERACION
              THRU 2500-LEER-OPERACION-EXIT
      *
           PERFORM 2550-VALIDAR-OPERACION
              THRU 2550-VALIDAR-OPERACION-EXIT
      *
           MOVE SEC-DUA                    TO SEC-DUA-VIN
           MOVE NUM-REF OF DCLV1DT001      TO NUM-REF-VIN
           MOVE 'V1DT185'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-FILAS
               FROM V1DT185
               WHERE SEC_DUA_VIN = :SEC-DUA-VIN
                 AND NUM_REF_VIN = :NUM-REF-VIN
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-FILAS GREATER ZEROES
               MOVE ME-VINCULO-YA-EXISTE   TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           MOVE IMPAPLI                    TO WS-IMP-ALFA
           INSPECT WS-IMP-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-IMP-ALFA NOT NUMERIC
            OR WS-IMP-NUM EQUAL ZEROES
               MOVE ME-MONTO-ERRADO        TO CAA-COD-ERROR
               MOVE -1                     TO IMPAPLL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-IMP-NUM                 TO IMP-APLICADO
      *
           IF  IMP-APLICADO GREATER WS-IMP-PENDIENTE
               MOVE ME-EXCEDE-PENDIENTE    TO CAA-COD-ERROR
               MOVE -1                     TO IMPAPLL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2850-CONVERTIR-A-DUA
              THRU 2850-CONVERTIR-A-DUA-EXIT
      *
           COMPUTE WS-IMP-DISPONIBLE = IMP-CIF - IMP-USADO-DUA
      *
           IF  IMP-APLICADO-DUA GREATER WS-IMP-DISPONIBLE
               MOVE ME-EXCEDE-DISPONIBLE   TO CAA-COD-ERROR
               MOVE -1                     TO IMPAPLL
               PERFORM REINPUT
           END-IF
      *
           MOVE AUD-USUARIO                TO COD-USUARIO-VIN
           MOVE WS-FEC-HOY                 TO FEC-VINCULO
      *
           EXEC SQL
               INSERT INTO V1DT185
                   (SEC_DUA_VIN,
                    NUM_REF_VIN,
                    IMP_APLICADO,
                    IMP_APLICADO_DUA,
                    COD_USUARIO_VIN,
                    FEC_VINCULO)
               VALUES
                   (:SEC-DUA-VIN,
                    :NUM-REF-VIN,
                    :IMP-APLICADO,
                    :IMP-APLICADO-DUA,
                    :COD-USUARIO-VIN,
                    :FEC-VINCULO)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE 'V1DT184'                  TO WS-TABLA
      *
           EXEC SQL
               UPDATE V1DT184
                  SET IMP_USADO_DUA = IMP_USADO_DUA + :IMP-APLICADO-DUA
                WHERE SEC_DUA       = :SEC-DUA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD IMP-APLICADO                TO WS-IMP-SOPORTE
           SUBTRACT IMP-APLICADO         FROM WS-IMP-PENDIENTE
      *
           MOVE ME-OPE-VINCULADA           TO CAA-COD-AVISO1
      *
           .
       2800-VINCULAR-OPERACION-EXIT.
           EXIT.
      ******************************************************************
      * 2850-CONVERTIR-A-DUA
      *  DE LA DIVISA DE LA OPERACION A LA DE LA DUA PASANDO POR       *
      *  BOLIVARES, CON LAS TASAS OFICIALES DE LA FECHA DE LA          *
      *  OPERACION                                                     *
      ******************************************************************
       2850-CONVERTIR-A-DUA.
      *
           IF  COD-DIV-OPE OF DCLV1DT001 EQUAL COD-DIV-DUA
               MOVE IMP-APLICADO           TO IMP-APLICADO-DUA
               GO TO 2850-CONVERTIR-A-DUA-EXIT
           END-IF
      *
           MOVE COD-DIV-OPE OF DCLV1DT001  TO COD-DIV
           MOVE FEC-OPE OF DCLV1DT001      TO FEC-TASA
      *
           PERFORM 2450-LEER-TASA
              THRU 2450-LEER-TASA-EXIT
      *
           IF  SW-88-TASA-NO-ENCONTRADA
               MOVE ME-TASA-ERRADA         TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           MOVE TAS-OFICIAL                TO WS-TAS-OPE
           MOVE COD-DIV-DUA                TO COD-DIV
      *
           PERFORM 2450-LEER-TASA
              THRU 2450-LEER-TASA-EXIT
      *
           IF  SW-88-TASA-NO-ENCONTRADA
               MOVE ME-TASA-ERRADA         TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           MOVE TAS-OFICIAL                TO WS-TAS-DUA
      *
           COMPUTE IMP-APLICADO-DUA ROUNDED =
                   IMP-APLICADO * WS-TAS-OPE / WS-TAS-DUA
      *
           .
       2850-CONVERTIR-A-DUA-EXIT.
           EXIT.
      ******************************************************************
      * 2900-ELIMINAR-VINCULO
      *  LO APLICADO VUELVE A LA DUA EN LA MISMA DIVISA EN QUE SE      *
      *  CONSUMIO                                                      *
      ******************************************************************
       2900-ELIMINAR-VINCULO.
      *
           PERFORM 2500-LEER-OPERACION
              THRU 2500-LEER-OPERACION-EXIT
      *
           MOVE SEC-DUA                    TO SEC-DUA-VIN
           MOVE NUM-REF OF DCLV1DT001      TO NUM-REF-VIN
           MOVE 'V1DT185'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT IMP_APLICADO,
                      IMP_APLICADO_DUA
               INTO  :IMP-APLICADO,
                     :IMP-APLICADO-DUA
               FROM V1DT185
               WHERE SEC_DUA_VIN = :SEC-DUA-VIN
                 AND NUM_REF_VIN = :NUM-REF-VIN
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
                   MOVE -1                 TO NUMREFL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           EXEC SQL
               DELETE FROM V1DT185
                WHERE SEC_DUA_VIN = :SEC-DUA-VIN
                  AND NUM_REF_VIN = :NUM-REF-VIN
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE 'V1DT184'                  TO WS-TABLA
      *
           EXEC SQL
               UPDATE V1DT184
                  SET IMP_USADO_DUA = IMP_USADO_DUA - :IMP-APLICADO-DUA
                WHERE SEC_DUA       = :SEC-DUA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           SUBTRACT IMP-APLICADO         FROM WS-IMP-SOPORTE
           ADD IMP-APLICADO                TO WS-IMP-PENDIENTE
           MOVE SPACES                     TO IMPAPLI
      *
           MOVE ME-VINCULO-ELIMINADO       TO CAA-COD-AVISO1
      *
           .
       2900-ELIMINAR-VINCULO-EXIT.
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
           MOVE 'V13C99M'                  TO W963-PROGRAMA
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
