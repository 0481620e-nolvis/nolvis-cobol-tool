      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C71M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: REGISTRO DE SOLICITUDES DE COMPRA DE DIVISAS DE  *
      *               CLIENTES QUE ESPERAN ASIGNACION DE DIVISAS DE    *
      *               INTERVENCION DEL BCV (V1DT147).                  *
      *               ACCION 'A': ALTA DE LA SOLICITUD, VALIDADA CON   *
      *               LAS REGLAS DE UNA COMPRA AL CONTADO; EL          *
      *               CONTRAVALOR EN BOLIVARES A LA TASA OFICIAL DEL   *
      *               DIA QUEDA COMO BLOQUEO SOBRE CTA_PASIVO_CL, QUE  *
      *               EL PROCESO V13C71B ENVIA AL SISTEMA DE CUENTAS.  *
      *               ACCION 'N': ANULACION DE UNA SOLICITUD PENDIENTE;*
      *               EL BLOQUEO REMANENTE SE LIBERA EN EL SIGUIENTE   *
      *               PROCESO V13C71B                                  *
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
       PROGRAM-ID.   V13C71M.
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
           05  WS-IMP-ALFA                 PIC X(15)   VALUE SPACES.
           05  WS-IMP-NUM REDEFINES WS-IMP-ALFA
                                           PIC 9(13)V9(02).
           05  WS-NUM-SOL-ALFA             PIC X(09)   VALUE SPACES.
           05  WS-NUM-SOL-NUM REDEFINES WS-NUM-SOL-ALFA
                                           PIC 9(09).
           05  WS-PAIS-EMBARGO             PIC 9(03)   VALUE ZEROES.
           05  WS-CANT-EMBARGO             PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-DECIMALES                PIC 9(01)   VALUE 2.
           05  WS-IMP-REMANENTE            PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-NUM-SOLICITUD-ED         PIC 9(09)   VALUE ZEROES.
           05  WS-IMP-BLOQUEO-ED           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-ALC-VENTA                PIC X(01)   VALUE SPACE.
           05  WS-ALC-TRANSF               PIC X(01)   VALUE SPACE.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-ALTA                   VALUE 'A'.
               88  SW-88-ACCION-ANULA                  VALUE 'N'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C71M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-TAB-SWIFT                PIC X(03)   VALUE '094'.
           05  CT-CPT-COMPRA-DESDE         PIC X(03)   VALUE '111'.
           05  CT-CPT-COMPRA-HASTA         PIC X(03)   VALUE '199'.
           05  CT-CONTADOR-SOLICITUD       PIC X(08)   VALUE 'SOLINTER'.
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-EST-ANULADA              PIC X(01)   VALUE 'N'.
           05  CT-BLQ-SOLICITADO           PIC X(01)   VALUE 'S'.
           05  CT-IDF-COMPRA               PIC X(01)   VALUE 'C'.
           05  CT-ALC-TODAS                PIC X(01)   VALUE 'A'.
           05  CT-ALC-VENTAS               PIC X(01)   VALUE 'V'.
           05  CT-ALC-TRANSF               PIC X(01)   VALUE 'T'.
           05  CT-PAGO-TRANSF              PIC X(01)   VALUE 'T'.
           05  CT-ORDEN-VIGENTE            PIC X(01)   VALUE 'V'.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-MONTO-REQUERIDO          PIC X(07)   VALUE 'V1E0075'.
           05  ME-CONCEPTO-ERRADO          PIC X(07)   VALUE 'V1E0091'.
           05  ME-DIVISA-ERRADA            PIC X(07)   VALUE 'V1E0092'.
           05  ME-PAIS-ERRADO              PIC X(07)   VALUE 'V1E0093'.
           05  ME-CMPVTA-ERRADO            PIC X(07)   VALUE 'V1E0095'.
           05  ME-DOC-REQUERIDO            PIC X(07)   VALUE 'V1E0041'.
           05  ME-PAIS-EMBARGADO           PIC X(07)   VALUE 'V1E0163'.
           05  ME-DECIMALES-ERRADOS        PIC X(07)   VALUE 'V1E0191'.
           05  ME-BLOQUEO-JUDICIAL         PIC X(07)   VALUE 'V1E0221'.
           05  ME-SIN-TASA-OFICIAL         PIC X(07)   VALUE 'V1E0261'.
           05  ME-SOLICITUD-NO-EXISTE      PIC X(07)   VALUE 'V1E0262'.
           05  ME-SOLICITUD-NO-ANULABLE    PIC X(07)   VALUE 'V1E0263'.
           05  ME-SOLICITUD-REGISTRADA     PIC X(07)   VALUE 'V1A0557'.
           05  ME-SOLICITUD-ANULADA        PIC X(07)   VALUE 'V1A0558'.
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
               INCLUDE BKAB0003
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
               INCLUDE V1GT087
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT147
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT121
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT122
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
       COPY V1ND71M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND71MI.
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
           SET ADDRESS OF V1ND71MI         TO CAA-PTR-COPYIN
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
           INITIALIZE V1ND71MI
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE ACCIONI                    TO SW-ACCION
      *
           EVALUATE TRUE
               WHEN SW-88-ACCION-ALTA
                   PERFORM 2300-VALIDAR-CAPTURA
                      THRU 2300-VALIDAR-CAPTURA-EXIT
                   PERFORM 2400-CALCULAR-BLOQUEO
                      THRU 2400-CALCULAR-BLOQUEO-EXIT
                   PERFORM 2800-ACUNAR-SOLICITUD
                      THRU 2800-ACUNAR-SOLICITUD-EXIT
                   PERFORM 2900-GRABAR-SOLICITUD
                      THRU 2900-GRABAR-SOLICITUD-EXIT
                   MOVE IMP-BLOQUEADO-SOL  TO WS-IMP-BLOQUEO-ED
                   MOVE ME-SOLICITUD-REGISTRADA
                                           TO CAA-COD-AVISO1

               WHEN SW-88-ACCION-ANULA
                   PERFORM 2950-ANULAR-SOLICITUD
                      THRU 2950-ANULAR-SOLICITUD-EXIT
                   MOVE WS-IMP-REMANENTE   TO WS-IMP-BLOQUEO-ED
                   MOVE ME-SOLICITUD-ANULADA
                                           TO CAA-COD-AVISO1

               WHEN OTHER
                   MOVE ME-ACCION-INVALIDA TO CAA-COD-ERROR
                   MOVE -1                 TO ACCIONL
                   PERFORM REINPUT
           END-EVALUATE
      *
           MOVE NUM-SOLICITUD-SOL          TO WS-NUM-SOLICITUD-ED
           MOVE WS-NUM-SOLICITUD-ED        TO NUMSOLI
           MOVE WS-IMP-BLOQUEO-ED          TO IMPBLQI
           MOVE -1                         TO ACCIONL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2300-VALIDAR-CAPTURA
      *  LA SOLICITUD SE VALIDA CON LAS REGLAS DE UNA COMPRA AL        *
      *  CONTADO: CUANDO SE ATIENDA SERA UNA OPERACION DE V1DT001 Y    *
      *  LAS CONSULTAS DE LA SUITE ASUMEN QUE VIENE BIEN FORMADA       *
      ******************************************************************
       2300-VALIDAR-CAPTURA.
      *
           IF  CODOFII EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO CODOFIL
               PERFORM REINPUT
           END-IF
      *
           IF  NUMDOCI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DOC-REQUERIDO       TO CAA-COD-ERROR
               MOVE -1                     TO NUMDOCL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2500-VALIDAR-CONCEPTO
              THRU 2500-VALIDAR-CONCEPTO-EXIT
      *
           PERFORM 2600-VALIDAR-DIVISA
              THRU 2600-VALIDAR-DIVISA-EXIT
      *
           MOVE IMPSOLI                    TO WS-IMP-ALFA
           INSPECT WS-IMP-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-IMP-ALFA NOT NUMERIC
            OR WS-IMP-NUM EQUAL ZEROES
               MOVE ME-MONTO-REQUERIDO     TO CAA-COD-ERROR
               MOVE -1                     TO IMPSOLL
               PERFORM REINPUT
           END-IF
      *
           IF  WS-DECIMALES EQUAL ZEROES
               IF  WS-IMP-ALFA(14:2) NOT EQUAL '00'
                   MOVE ME-DECIMALES-ERRADOS
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO IMPSOLL
                   PERFORM REINPUT
               END-IF
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
           PERFORM 2700-VALIDAR-PAISES
              THRU 2700-VALIDAR-PAISES-EXIT
      *
           PERFORM 2750-VALIDAR-EMBARGO
              THRU 2750-VALIDAR-EMBARGO-EXIT
      *
           IF  CTAPASI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO CTAPASL
               PERFORM REINPUT
           END-IF
      *
           IF  TIPPAGI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO TIPPAGL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2760-VALIDAR-BLOQUEO
              THRU 2760-VALIDAR-BLOQUEO-EXIT
      *
           .
       2300-VALIDAR-CAPTURA-EXIT.
           EXIT.
      ******************************************************************
      * 2400-CALCULAR-BLOQUEO
      *  EL CONTRAVALOR EN BOLIVARES SE CALCULA A LA TASA OFICIAL DEL  *
      *  DIA DE LA DIVISA (V1DT015).  SIN TASA NO HAY CON QUE          *
      *  BLOQUEAR Y LA SOLICITUD NO SE ADMITE                          *
      ******************************************************************
       2400-CALCULAR-BLOQUEO.
      *
           MOVE 'V1DT015'                  TO WS-TABLA
           MOVE WS-FEC-HOY                 TO FEC-TASA
           MOVE CODDIVI                    TO COD-DIV
      *
           EXEC SQL
               SELECT TAS_OFICIAL
               INTO  :TAS-OFICIAL
               FROM V1DT015
               WHERE FEC_TASA = :FEC-TASA
                 AND COD_DIV  = :COD-DIV
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-SIN-TASA-OFICIAL
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO CODDIVL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  TAS-OFICIAL NOT GREATER THAN ZEROES
               MOVE ME-SIN-TASA-OFICIAL    TO CAA-COD-ERROR
               MOVE -1                     TO CODDIVL
               PERFORM REINPUT
           END-IF
      *
           MOVE TAS-OFICIAL                TO TAS-REFERENCIA-SOL
           COMPUTE IMP-BLOQUEADO-SOL ROUNDED =
                   WS-IMP-NUM * TAS-OFICIAL
      *
           .
       2400-CALCULAR-BLOQUEO-EXIT.
           EXIT.
      ******************************************************************
      * 2500-VALIDAR-CONCEPTO
      *  SOLO CONCEPTOS DE COMPRA (1XX) EXISTENTES EN V1DT003          *
      ******************************************************************
       2500-VALIDAR-CONCEPTO.
      *
           IF  CODCPTI LESS THAN CT-CPT-COMPRA-DESDE
            OR CODCPTI GREATER THAN CT-CPT-COMPRA-HASTA
               MOVE ME-CMPVTA-ERRADO       TO CAA-COD-ERROR
               MOVE -1                     TO CODCPTL
               PERFORM REINPUT
           END-IF
      *
           MOVE 'V1DT003'                  TO WS-TABLA
           MOVE CODCPTI                    TO COD-CPT-CMP-VTA
      *
           EXEC SQL
               SELECT DESC_CPT_CMP_VTA
               INTO  :DESC-CPT-CMP-VTA
               FROM V1DT003
               WHERE COD_CPT_CMP_VTA = :COD-CPT-CMP-VTA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-CONCEPTO-ERRADO TO CAA-COD-ERROR
                   MOVE -1                 TO CODCPTL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2500-VALIDAR-CONCEPTO-EXIT.
           EXIT.
      ******************************************************************
      * 2600-VALIDAR-DIVISA
      *  LA DIVISA DEBE EXISTIR EN LA TABLA BANCARIA BASICA DE         *
      *  CODIGOS SWIFT (BKAB0003), CON SUS DECIMALES NATURALES         *
      ******************************************************************
       2600-VALIDAR-DIVISA.
      *
           MOVE 'BKAB0003'                 TO WS-TABLA
           MOVE CODDIVI                    TO CTBCDT03
           MOVE 2                          TO WS-DECIMALES
      *
           EXEC SQL
               SELECT CTBCOD03,
                      CTBDEC03
               INTO :CTBCOD03,
                    :CTBDEC03
               FROM BKAB0003_BASE
               WHERE CTBNDT03 = :CT-TAB-SWIFT AND
                     CTBCDT03 = :CTBCDT03
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN ZEROS
               WHEN -811
                   MOVE CTBDEC03           TO WS-DECIMALES

               WHEN +100
                   MOVE ME-DIVISA-ERRADA   TO CAA-COD-ERROR
                   MOVE -1                 TO CODDIVL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2600-VALIDAR-DIVISA-EXIT.
           EXIT.
      ******************************************************************
      * 2700-VALIDAR-PAISES
      *  LOS PAISES CORRESPONSAL Y DESTINO DEBEN ESTAR ACTIVOS EN EL   *
      *  MAESTRO DE PAISES V1DT087                                     *
      ******************************************************************
       2700-VALIDAR-PAISES.
      *
           MOVE 'V1DT087'                  TO WS-TABLA
      *
           IF  PAISCOI NOT NUMERIC
               MOVE ME-PAIS-ERRADO         TO CAA-COD-ERROR
               MOVE -1                     TO PAISCOL
               PERFORM REINPUT
           END-IF
      *
           MOVE PAISCOI                    TO COD-PAIS-ISO
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
                   MOVE -1                 TO PAISCOL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  PAISDEI NOT NUMERIC
               MOVE ME-PAIS-ERRADO         TO CAA-COD-ERROR
               MOVE -1                     TO PAISDEL
               PERFORM REINPUT
           END-IF
      *
           MOVE PAISDEI                    TO COD-PAIS-ISO
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
                   MOVE -1                 TO PAISDEL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2700-VALIDAR-PAISES-EXIT.
           EXIT.
      ******************************************************************
      * 2750-VALIDAR-EMBARGO
      *  UNA SOLICITUD HACIA O VIA UN PAIS EMBARGADO SE RECHAZA IGUAL  *
      *  QUE UNA OPERACION AL CONTADO                                  *
      ******************************************************************
       2750-VALIDAR-EMBARGO.
      *
           MOVE 'V1DT057'                  TO WS-TABLA
      *
           MOVE PAISDEI                    TO WS-PAIS-EMBARGO
           MOVE ZEROES                     TO WS-CANT-EMBARGO
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-EMBARGO
               FROM V1DT057
               WHERE COD_PAIS  = :WS-PAIS-EMBARGO
                 AND FEC_DESDE <= :WS-FEC-HOY
                 AND FEC_HASTA >= :WS-FEC-HOY
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-EMBARGO GREATER THAN ZEROES
               MOVE ME-PAIS-EMBARGADO      TO CAA-COD-ERROR
               MOVE -1                     TO PAISDEL
               PERFORM REINPUT
           END-IF
      *
           MOVE PAISCOI                    TO WS-PAIS-EMBARGO
           MOVE ZEROES                     TO WS-CANT-EMBARGO
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-EMBARGO
               FROM V1DT057
               WHERE COD_PAIS  = :WS-PAIS-EMBARGO
                 AND FEC_DESDE <= :WS-FEC-HOY
                 AND FEC_HASTA >= :WS-FEC-HOY
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-EMBARGO GREATER THAN ZEROES
               MOVE ME-PAIS-EMBARGADO      TO CAA-COD-ERROR
               MOVE -1                     TO PAISCOL
               PERFORM REINPUT
           END-IF
      *
           .
       2750-VALIDAR-EMBARGO-EXIT.
           EXIT.
      ******************************************************************
      * 2760-VALIDAR-BLOQUEO
      *  EL CLIENTE CON UNA ORDEN JUDICIAL VIGENTE (V1DT121) DE ALCANCE*
      *  A, O DE ALCANCE T SI SE PAGA POR TRANSFERENCIA, NO PUEDE      *
      *  SOLICITAR DIVISAS DE INTERVENCION.  EL RECHAZO SE ANOTA EN    *
      *  V1DT122 SIN REFERENCIA, QUE AUN NO EXISTE                     *
      ******************************************************************
       2760-VALIDAR-BLOQUEO.
      *
           MOVE 'V1DT121'                  TO WS-TABLA
           MOVE NUMDOCI                    TO NUM-DOC-BLOQUEO
           MOVE SPACES                     TO WS-ALC-VENTA
                                              WS-ALC-TRANSF
      *
      *    LA SOLICITUD ES SIEMPRE UNA COMPRA: EL ALCANCE V NO APLICA
      *
           IF  TIPPAGI EQUAL CT-PAGO-TRANSF
               MOVE CT-ALC-TRANSF          TO WS-ALC-TRANSF
           END-IF
      *
           EXEC SQL
               SELECT VALUE(MIN(NUM_ORDEN), 0)
               INTO  :NUM-ORDEN-JUD
               FROM V1DT121
               WHERE NUM_DOC_PERSONA = :NUM-DOC-BLOQUEO
                 AND EST_ORDEN       = :CT-ORDEN-VIGENTE
                 AND FEC_DESDE      <= :WS-FEC-HOY
                 AND (FEC_HASTA      = ' '
                  OR  FEC_HASTA     >= :WS-FEC-HOY)
                 AND COD_ALCANCE    IN (:CT-ALC-TODAS,
                                        :WS-ALC-VENTA,
                                        :WS-ALC-TRANSF)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  NUM-ORDEN-JUD EQUAL ZEROES
               GO TO 2760-VALIDAR-BLOQUEO-EXIT
           END-IF
      *
           MOVE NUM-ORDEN-JUD              TO NUM-ORDEN-INT
           MOVE WS-FEC-HOY                 TO FEC-INTENTO-JUD
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-INTENTO-JUD
           MOVE CT-PROGRAMA                TO COD-PROGRAMA-INT
           MOVE NUMDOCI                    TO NUM-DOC-INTENTO
           MOVE AUD-USUARIO                TO COD-USUARIO-INT
           MOVE ZEROES                     TO NUM-REF-INTENTO
           MOVE CT-IDF-COMPRA              TO IDF-CMP-VTA-INT
           MOVE TIPPAGI                    TO TIP-PAGO-INT
           MOVE CODDIVI                    TO COD-DIV-INT
           MOVE WS-IMP-NUM                 TO IMP-INTENTO
           MOVE 'V1DT122'                  TO WS-TABLA
      *
           EXEC SQL
               INSERT INTO V1DT122
                   (NUM_ORDEN,
                    FEC_INTENTO,
                    HOR_INTENTO,
                    COD_PROGRAMA,
                    NUM_DOC_PERSONA,
                    COD_USUARIO,
                    NUM_REF,
                    IDF_CMP_VTA,
                    TIP_PAGO,
                    COD_DIV_OPE,
                    IMP_OPE,
                    FEC_INFORMADO)
               VALUES
                   (:NUM-ORDEN-INT,
                    :FEC-INTENTO-JUD,
                    :HOR-INTENTO-JUD,
                    :COD-PROGRAMA-INT,
                    :NUM-DOC-INTENTO,
                    :COD-USUARIO-INT,
                    :NUM-REF-INTENTO,
                    :IDF-CMP-VTA-INT,
                    :TIP-PAGO-INT,
                    :COD-DIV-INT,
                    :IMP-INTENTO,
                    ' ')
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE ME-BLOQUEO-JUDICIAL        TO CAA-COD-ERROR
           MOVE -1                         TO NUMDOCL
           PERFORM REINPUT
      *
           .
       2760-VALIDAR-BLOQUEO-EXIT.
           EXIT.
      ******************************************************************
      *                  2800-ACUNAR-SOLICITUD                         *
      *  NUMERACION DEFENDIBLE: LA FILA DEL CONTADOR SE ACTUALIZA Y    *
      *  SE LEE EN LA MISMA UNIDAD DE TRABAJO (V1DT056)                *
      ******************************************************************
       2800-ACUNAR-SOLICITUD.
      *
           MOVE 'V1DT056'                  TO WS-TABLA
           MOVE CT-CONTADOR-SOLICITUD      TO COD-CONTADOR
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
           MOVE NUM-ACTUAL                 TO NUM-SOLICITUD-SOL
      *
           .
       2800-ACUNAR-SOLICITUD-EXIT.
           EXIT.
      ******************************************************************
      *                  2900-GRABAR-SOLICITUD                         *
      *  LA SOLICITUD ENTRA PENDIENTE Y CON EL BLOQUEO SOLICITADO; EL  *
      *  PROCESO V13C71B LO ENVIA AL SISTEMA DE CUENTAS Y LO MARCA     *
      *  BLOQUEADO                                                     *
      ******************************************************************
       2900-GRABAR-SOLICITUD.
      *
           MOVE 'V1DT147'                  TO WS-TABLA
      *
           MOVE WS-FEC-HOY                 TO FEC-SOLICITUD-SOL
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-SOLICITUD-SOL
           MOVE CODOFII                    TO COD-OFICINA-SOL
           MOVE NUMDOCI                    TO NUM-DOC-SOL
           MOVE CODCPTI                    TO COD-CPT-SOL
           MOVE CODDIVI                    TO COD-DIV-SOL
           MOVE WS-IMP-NUM                 TO IMP-SOLICITADO-SOL
           MOVE ZEROES                     TO IMP-ASIGNADO-SOL
                                              IMP-CONSUMIDO-SOL
                                              NUM-PRIORIDAD-SOL
                                              IMP-TOPE-SOL
           MOVE RIFBENI                    TO IDF-RIF-BENEF-SOL
           MOVE NOMBENI                    TO NOM-BENEF-SOL
           MOVE PAISCOI                    TO COD-PAIS-CORR-SOL
           MOVE PAISDEI                    TO COD-PAIS-DEST-SOL
           MOVE CTAPASI                    TO CTA-PASIVO-SOL
           MOVE TIPPAGI                    TO TIP-PAGO-SOL
           MOVE CT-EST-PENDIENTE           TO EST-SOLICITUD-SOL
           MOVE CT-BLQ-SOLICITADO          TO EST-BLOQUEO-SOL
           MOVE AUD-USUARIO                TO COD-USUARIO-SOL
           MOVE W930-ENTIDAD               TO COD-ENT-SOL
      *
           EXEC SQL
               INSERT INTO V1DT147
                   (NUM_SOLICITUD,
                    FEC_SOLICITUD,
                    HOR_SOLICITUD,
                    COD_OFICINA,
                    NUM_DOC_PERSONA,
                    COD_CPT_CMP_VTA,
                    COD_DIV,
                    IMP_SOLICITADO,
                    IMP_ASIGNADO,
                    IDF_RIF_BENEF,
                    NOM_BENEF,
                    COD_PAIS_CORR,
                    COD_PAIS_DEST,
                    CTA_PASIVO_CL,
                    TIP_PAGO,
                    TAS_REFERENCIA,
                    IMP_BLOQUEADO,
                    IMP_CONSUMIDO,
                    EST_SOLICITUD,
                    EST_BLOQUEO,
                    NUM_PRIORIDAD,
                    IMP_TOPE,
                    COD_USUARIO,
                    COD_ENT_BANCO)
               VALUES
                   (:NUM-SOLICITUD-SOL,
                    :FEC-SOLICITUD-SOL,
                    :HOR-SOLICITUD-SOL,
                    :COD-OFICINA-SOL,
                    :NUM-DOC-SOL,
                    :COD-CPT-SOL,
                    :COD-DIV-SOL,
                    :IMP-SOLICITADO-SOL,
                    :IMP-ASIGNADO-SOL,
                    :IDF-RIF-BENEF-SOL,
                    :NOM-BENEF-SOL,
                    :COD-PAIS-CORR-SOL,
                    :COD-PAIS-DEST-SOL,
                    :CTA-PASIVO-SOL,
                    :TIP-PAGO-SOL,
                    :TAS-REFERENCIA-SOL,
                    :IMP-BLOQUEADO-SOL,
                    :IMP-CONSUMIDO-SOL,
                    :EST-SOLICITUD-SOL,
                    :EST-BLOQUEO-SOL,
                    :NUM-PRIORIDAD-SOL,
                    :IMP-TOPE-SOL,
                    :COD-USUARIO-SOL,
                    :COD-ENT-SOL)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2900-GRABAR-SOLICITUD-EXIT.
           EXIT.
      ******************************************************************
      *                  2950-ANULAR-SOLICITUD                         *
      *  SOLO SE ANULA UNA SOLICITUD PENDIENTE.  LO YA ASIGNADO QUEDA  *
      *  EN SUS OPERACIONES; EL BLOQUEO NO CONSUMIDO LO LIBERA EL      *
      *  SIGUIENTE PROCESO V13C71B                                     *
      ******************************************************************
       2950-ANULAR-SOLICITUD.
      *
           MOVE NUMSOLI                    TO WS-NUM-SOL-ALFA
           INSPECT WS-NUM-SOL-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-NUM-SOL-ALFA NOT NUMERIC
            OR WS-NUM-SOL-NUM EQUAL ZEROES
               MOVE ME-SOLICITUD-NO-EXISTE TO CAA-COD-ERROR
               MOVE -1                     TO NUMSOLL
               PERFORM REINPUT
           END-IF
      *
           MOVE 'V1DT147'                  TO WS-TABLA
           MOVE WS-NUM-SOL-NUM             TO NUM-SOLICITUD-SOL
      *
           EXEC SQL
               SELECT EST_SOLICITUD,
                      IMP_BLOQUEADO,
                      IMP_CONSUMIDO
               INTO  :EST-SOLICITUD-SOL,
                     :IMP-BLOQUEADO-SOL,
                     :IMP-CONSUMIDO-SOL
               FROM V1DT147
               WHERE NUM_SOLICITUD = :NUM-SOLICITUD-SOL
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-SOLICITUD-NO-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO NUMSOLL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  EST-SOLICITUD-SOL NOT EQUAL CT-EST-PENDIENTE
               MOVE ME-SOLICITUD-NO-ANULABLE
                                           TO CAA-COD-ERROR
               MOVE -1                     TO NUMSOLL
               PERFORM REINPUT
           END-IF
      *
           MOVE CT-EST-ANULADA             TO EST-SOLICITUD-SOL
      *
           EXEC SQL
               UPDATE V1DT147
                  SET EST_SOLICITUD = :EST-SOLICITUD-SOL
                WHERE NUM_SOLICITUD = :NUM-SOLICITUD-SOL
                  AND EST_SOLICITUD = :CT-EST-PENDIENTE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

      *        EL PROCESO DE ASIGNACION LA TOMO ENTRE LA LECTURA Y LA
      *        ACTUALIZACION
               WHEN DB2-NOTFND
                   MOVE ME-SOLICITUD-NO-ANULABLE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO NUMSOLL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           COMPUTE WS-IMP-REMANENTE =
                   IMP-BLOQUEADO-SOL - IMP-CONSUMIDO-SOL
           IF  WS-IMP-REMANENTE LESS THAN ZEROES
               MOVE ZEROES                 TO WS-IMP-REMANENTE
           END-IF
      *
           .
       2950-ANULAR-SOLICITUD-EXIT.
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
           MOVE 'V13C71M'                  TO W963-PROGRAMA
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
