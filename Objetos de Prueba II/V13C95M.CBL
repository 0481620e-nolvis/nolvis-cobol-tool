      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C95M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: CAPTURA DE LOS TRAMOS DE LIQUIDACION DE UNA      *
      *               OPERACION (V1DT180).  LAS TRANSFERENCIAS         *
      *               GRANDES SE PAGAN POR PARTES O A VARIOS           *
      *               BENEFICIARIOS: CADA TRAMO LLEVA SU MONTO, SU     *
      *               FECHA VALOR Y SU BENEFICIARIO, Y LA EXTRACCION   *
      *               V12C53B EMITE UNA INSTRUCCION POR TRAMO CUANDO   *
      *               LOS TRAMOS SUMAN EL MONTO DE LA OPERACION.       *
      *               SOLO ADMITEN TRAMOS LAS OPERACIONES DE CLIENTE   *
      *               NO CRUZADAS, Y UNICAMENTE MIENTRAS NO SE HAYAN   *
      *               EXTRAIDO A LIQUIDACION (V1DT020).  LA PANTALLA   *
      *               MUESTRA EL MONTO DE LA OPERACION, LO ASIGNADO    *
      *               EN TRAMOS Y LO QUE FALTA POR ASIGNAR             *
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
       PROGRAM-ID.   V13C95M.
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
           05  WS-CANT-PAIS                PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-CANT-INSTRUCCIONES       PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-NUM-REF-ALFA             PIC X(10)   VALUE SPACES.
           05  WS-NUM-REF-NUM REDEFINES WS-NUM-REF-ALFA
                                           PIC 9(10).
           05  WS-TRAMO-ALFA               PIC X(03)   VALUE SPACES.
           05  WS-TRAMO-NUM REDEFINES WS-TRAMO-ALFA
                                           PIC 9(03).
           05  WS-IMP-ALFA                 PIC X(15)   VALUE SPACES.
           05  WS-IMP-NUM REDEFINES WS-IMP-ALFA
                                           PIC 9(13)V9(02).
           05  WS-FEC-ALFA                 PIC X(08)   VALUE SPACES.
           05  WS-FEC-NUM REDEFINES WS-FEC-ALFA
                                           PIC 9(08).
           05  WS-IMP-OPE                  PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-OTROS                PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-ASIGNADO             PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-RESTANTE             PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-ED                   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-ALTA                   VALUE 'A'.
               88  SW-88-ACCION-MODIFICA               VALUE 'M'.
               88  SW-88-ACCION-BAJA                   VALUE 'B'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C95M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-NO                       PIC X(01)   VALUE 'N'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
      *    LOS CUADRES INTERBANCARIOS Y LAS CRUZADAS NO SE PARTEN
           05  CT-CLA-BANCO                PIC X(01)   VALUE 'B'.
           05  CT-TIP-CRUZADA              PIC X(01)   VALUE '9'.
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
           05  ME-PAIS-ERRADO              PIC X(07)   VALUE 'V1E0093'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-ENTRADA-NO-EXISTE        PIC X(07)   VALUE 'V1E0106'.
           05  ME-ENTRADA-YA-EXISTE        PIC X(07)   VALUE 'V1E0165'.
           05  ME-OPE-SIN-TRAMOS           PIC X(07)   VALUE 'V1E0317'.
           05  ME-OPE-YA-EXTRAIDA          PIC X(07)   VALUE 'V1E0318'.
           05  ME-TRAMOS-EXCEDEN           PIC X(07)   VALUE 'V1E0319'.
           05  ME-FEC-VALOR-ERRADA         PIC X(07)   VALUE 'V1E0320'.
           05  ME-ALTA-CONFORME            PIC X(07)   VALUE 'V1A0510'.
           05  ME-TRAMOS-CUADRADOS         PIC X(07)   VALUE 'V1A0568'.
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
               INCLUDE V1GT180
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
       COPY V1ND95M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND95MI.
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
           SET ADDRESS OF V1ND95MI         TO CAA-PTR-COPYIN
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
           INITIALIZE V1ND95MI
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
           MOVE NUMTRAI                    TO WS-TRAMO-ALFA
           INSPECT WS-TRAMO-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-TRAMO-ALFA NOT NUMERIC
            OR WS-TRAMO-NUM EQUAL ZEROES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO NUMTRAL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2250-LEER-OPERACION
              THRU 2250-LEER-OPERACION-EXIT
      *
           MOVE WS-NUM-REF-NUM             TO NUM-REF-TRAMO
           MOVE WS-TRAMO-NUM               TO NUM-SEC-TRAMO
      *
           EVALUATE TRUE
               WHEN SW-88-ACCION-ALTA
                   PERFORM 2300-ALTA-TRAMO
                      THRU 2300-ALTA-TRAMO-EXIT

               WHEN SW-88-ACCION-MODIFICA
                   PERFORM 2400-MODIFICA-TRAMO
                      THRU 2400-MODIFICA-TRAMO-EXIT

               WHEN SW-88-ACCION-BAJA
                   PERFORM 2500-BAJA-TRAMO
                      THRU 2500-BAJA-TRAMO-EXIT
           END-EVALUATE
      *
           PERFORM 2600-TOTALIZAR-TRAMOS
              THRU 2600-TOTALIZAR-TRAMOS-EXIT
      *
           IF  WS-IMP-RESTANTE EQUAL ZEROES
               MOVE ME-TRAMOS-CUADRADOS    TO CAA-COD-AVISO1
           ELSE
               MOVE ME-ALTA-CONFORME       TO CAA-COD-AVISO1
           END-IF
      *
           MOVE -1                         TO ACCIONL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2250-LEER-OPERACION
      *  SOLO SE PARTEN OPERACIONES DE CLIENTE NO CRUZADAS (LOS TRAMOS *
      *  VAN EN COD_DIV_OPE Y SUMAN IMP_OPE) Y MIENTRAS NO TENGAN      *
      *  INSTRUCCION EN V1DT020: UNA VEZ EXTRAIDA, LA OPERACION YA     *
      *  VIAJO A LA PLATAFORMA DE PAGOS                                *
      ******************************************************************
       2250-LEER-OPERACION.
      *
           MOVE 'V1DT001'                  TO WS-TABLA
           MOVE WS-NUM-REF-NUM             TO NUM-REF OF DCLV1DT001
      *
           EXEC SQL
               SELECT IMP_OPE,
                      FEC_VALOR,
                      TIP_OPE,
                      CLA_CONTRAPARTE,
                      COD_ENT_BANCO
               INTO  :DCLV1DT001.IMP-OPE,
                     :DCLV1DT001.FEC-VALOR,
                     :DCLV1DT001.TIP-OPE,
                     :DCLV1DT001.CLA-CONTRAPARTE,
                     :DCLV1DT001.COD-ENT-BANCO
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
           MOVE IMP-OPE                    TO WS-IMP-OPE
           MOVE WS-IMP-OPE                 TO WS-IMP-ED
           MOVE WS-IMP-ED                  TO IMPOPEI
      *
           IF  CLA-CONTRAPARTE EQUAL CT-CLA-BANCO
            OR TIP-OPE EQUAL CT-TIP-CRUZADA
               MOVE ME-OPE-SIN-TRAMOS      TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           MOVE 'V1DT020'                  TO WS-TABLA
           MOVE ZEROES                     TO WS-CANT-INSTRUCCIONES
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-INSTRUCCIONES
               FROM V1DT020
               WHERE NUM_REF = :DCLV1DT001.NUM-REF
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-INSTRUCCIONES GREATER ZEROES
               MOVE ME-OPE-YA-EXTRAIDA     TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           .
       2250-LEER-OPERACION-EXIT.
           EXIT.
      ******************************************************************
      * 2260-VALIDAR-TRAMO
      *  MONTO POSITIVO, FECHA VALOR NO ANTERIOR A LA DE LA OPERACION, *
      *  BENEFICIARIO COMPLETO CON PAIS ACTIVO EN V1DT087, Y LA SUMA   *
      *  DE LOS TRAMOS NO PUEDE PASAR DEL MONTO DE LA OPERACION        *
      ******************************************************************
       2260-VALIDAR-TRAMO.
      *
           MOVE IMPTRAI                    TO WS-IMP-ALFA
           INSPECT WS-IMP-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-IMP-ALFA NOT NUMERIC
            OR WS-IMP-NUM EQUAL ZEROES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO IMPTRAL
               PERFORM REINPUT
           END-IF
      *
           MOVE FECVALI                    TO WS-FEC-ALFA
      *
           IF  WS-FEC-ALFA NOT NUMERIC
            OR WS-FEC-ALFA LESS FEC-VALOR OF DCLV1DT001
               MOVE ME-FEC-VALOR-ERRADA    TO CAA-COD-ERROR
               MOVE -1                     TO FECVALL
               PERFORM REINPUT
           END-IF
      *
           IF  RIFBENI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO RIFBENL
               PERFORM REINPUT
           END-IF
      *
           IF  NOMBENI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO NOMBENL
               PERFORM REINPUT
           END-IF
      *
           IF  PAISDEI NOT NUMERIC
               MOVE ME-PAIS-ERRADO         TO CAA-COD-ERROR
               MOVE -1                     TO PAISDEL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-IMP-NUM                 TO IMP-TRAMO
           MOVE WS-FEC-ALFA                TO FEC-VALOR-TRAMO
           MOVE RIFBENI                    TO IDF-RIF-TRAMO
           MOVE NOMBENI                    TO NOM-BENEF-TRAMO
           MOVE PAISDEI                    TO COD-PAIS-TRAMO
           MOVE AUD-USUARIO                TO COD-USUARIO-TRAMO
           MOVE FUNCTION CURRENT-DATE(1:8) TO FEC-CAPTURA-TRAMO
      *
           MOVE 'V1DT087'                  TO WS-TABLA
           MOVE ZEROES                     TO WS-CANT-PAIS
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-PAIS
               FROM V1DT087
               WHERE COD_PAIS   = :COD-PAIS-TRAMO
                 AND IND_ACTIVO = 'S'
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-PAIS EQUAL ZEROES
               MOVE ME-PAIS-ERRADO         TO CAA-COD-ERROR
               MOVE -1                     TO PAISDEL
               PERFORM REINPUT
           END-IF
      *
           MOVE 'V1DT180'                  TO WS-TABLA
           MOVE ZEROES                     TO WS-IMP-OTROS
      *
           EXEC SQL
               SELECT VALUE(SUM(IMP_TRAMO), 0)
               INTO  :WS-IMP-OTROS
               FROM V1DT180
               WHERE NUM_REF    = :NUM-REF-TRAMO
                 AND NUM_TRAMO <> :NUM-SEC-TRAMO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-IMP-OTROS + IMP-TRAMO GREATER WS-IMP-OPE
               MOVE ME-TRAMOS-EXCEDEN      TO CAA-COD-ERROR
               MOVE -1                     TO IMPTRAL
               PERFORM REINPUT
           END-IF
      *
           .
       2260-VALIDAR-TRAMO-EXIT.
           EXIT.
      ******************************************************************
      * 2300-ALTA-TRAMO
      ******************************************************************
       2300-ALTA-TRAMO.
      *
           PERFORM 2260-VALIDAR-TRAMO
              THRU 2260-VALIDAR-TRAMO-EXIT
      *
           MOVE 'V1DT180'                  TO WS-TABLA
      *
           EXEC SQL
               INSERT INTO V1DT180
                   (NUM_REF,
                    NUM_TRAMO,
                    IMP_TRAMO,
                    FEC_VALOR,
                    IDF_RIF_BENEF,
                    NOM_BENEF,
                    COD_PAIS_DEST,
                    COD_USUARIO,
                    FEC_CAPTURA)
               VALUES
                   (:NUM-REF-TRAMO,
                    :NUM-SEC-TRAMO,
                    :IMP-TRAMO,
                    :FEC-VALOR-TRAMO,
                    :IDF-RIF-TRAMO,
                    :NOM-BENEF-TRAMO,
                    :COD-PAIS-TRAMO,
                    :COD-USUARIO-TRAMO,
                    :FEC-CAPTURA-TRAMO)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-DUPREC
                   MOVE ME-ENTRADA-YA-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO NUMTRAL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2300-ALTA-TRAMO-EXIT.
           EXIT.
      ******************************************************************
      * 2400-MODIFICA-TRAMO
      ******************************************************************
       2400-MODIFICA-TRAMO.
      *
           PERFORM 2260-VALIDAR-TRAMO
              THRU 2260-VALIDAR-TRAMO-EXIT
      *
           MOVE 'V1DT180'                  TO WS-TABLA
      *
           EXEC SQL
               UPDATE V1DT180
                  SET IMP_TRAMO     = :IMP-TRAMO,
                      FEC_VALOR     = :FEC-VALOR-TRAMO,
                      IDF_RIF_BENEF = :IDF-RIF-TRAMO,
                      NOM_BENEF     = :NOM-BENEF-TRAMO,
                      COD_PAIS_DEST = :COD-PAIS-TRAMO,
                      COD_USUARIO   = :COD-USUARIO-TRAMO,
                      FEC_CAPTURA   = :FEC-CAPTURA-TRAMO
                WHERE NUM_REF       = :NUM-REF-TRAMO
                  AND NUM_TRAMO     = :NUM-SEC-TRAMO
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
                   MOVE -1                 TO NUMTRAL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2400-MODIFICA-TRAMO-EXIT.
           EXIT.
      ******************************************************************
      * 2500-BAJA-TRAMO
      ******************************************************************
       2500-BAJA-TRAMO.
      *
           MOVE 'V1DT180'                  TO WS-TABLA
      *
           EXEC SQL
               DELETE FROM V1DT180
                WHERE NUM_REF   = :NUM-REF-TRAMO
                  AND NUM_TRAMO = :NUM-SEC-TRAMO
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
                   MOVE -1                 TO NUMTRAL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2500-BAJA-TRAMO-EXIT.
           EXIT.
      ******************************************************************
      * 2600-TOTALIZAR-TRAMOS
      *  LO ASIGNADO EN TRAMOS Y LO QUE FALTA PARA EL MONTO DE LA      *
      *  OPERACION; LA EXTRACCION SOLO LA TOMA CUANDO NO FALTA NADA    *
      ******************************************************************
       2600-TOTALIZAR-TRAMOS.
      *
           MOVE 'V1DT180'                  TO WS-TABLA
           MOVE ZEROES                     TO WS-IMP-ASIGNADO
      *
           EXEC SQL
               SELECT VALUE(SUM(IMP_TRAMO), 0)
               INTO  :WS-IMP-ASIGNADO
               FROM V1DT180
               WHERE NUM_REF = :NUM-REF-TRAMO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           COMPUTE WS-IMP-RESTANTE = WS-IMP-OPE - WS-IMP-ASIGNADO
      *
           MOVE WS-IMP-ASIGNADO            TO WS-IMP-ED
           MOVE WS-IMP-ED                  TO IMPASII
           MOVE WS-IMP-RESTANTE            TO WS-IMP-ED
           MOVE WS-IMP-ED                  TO IMPRESI
      *
           .
       2600-TOTALIZAR-TRAMOS-EXIT.
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
           MOVE 'V13C95M'                  TO W963-PROGRAMA
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
