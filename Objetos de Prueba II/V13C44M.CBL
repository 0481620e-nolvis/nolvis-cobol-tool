      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C44M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: REVISIONES PERIODICAS KYC.  'R' REGISTRA LA      *
      *               REVISION DE UN CLIENTE (RESULTADO Y REVISOR EN   *
      *               LA HISTORIA V1DT113) Y RECALCULA SU PROXIMA      *
      *               REVISION EN EL CALENDARIO V1DT112 SEGUN LA       *
      *               POLITICA DE SU CATEGORIA; 'C' CONSULTA EL        *
      *               CALENDARIO DEL CLIENTE; 'P' DEFINE LA POLITICA   *
      *               DE UNA CATEGORIA (V1DT111): DIAS DEL CICLO,      *
      *               DIAS DE GRACIA Y SI EL VENCIMIENTO BLOQUEA O     *
      *               SOLO AVISA                                       *
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
       PROGRAM-ID.   V13C44M.
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
           05  WS-FEC-BASE                 PIC X(08)   VALUE SPACES.
           05  WS-FEC-BASE-N REDEFINES WS-FEC-BASE
                                           PIC 9(08).
           05  WS-FEC-RESULTADO            PIC X(08)   VALUE SPACES.
           05  WS-FEC-RESULTADO-N REDEFINES WS-FEC-RESULTADO
                                           PIC 9(08).
           05  WS-DIAS-SUMAR               PIC S9(05)  COMP
                                                       VALUE ZEROES.
           05  WS-INT-FECHA                PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-FECHA-PANTALLA           PIC X(08)   VALUE SPACES.
           05  WS-CATEGORIA                PIC X(01)   VALUE SPACE.
           05  WS-CIC-ALFA                 PIC X(05)   VALUE SPACES.
           05  WS-CIC-NUM REDEFINES WS-CIC-ALFA
                                           PIC 9(05).
           05  WS-GRA-ALFA                 PIC X(03)   VALUE SPACES.
           05  WS-GRA-NUM REDEFINES WS-GRA-ALFA
                                           PIC 9(03).
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-REVISION               VALUE 'R'.
               88  SW-88-ACCION-CONSULTA               VALUE 'C'.
               88  SW-88-ACCION-POLITICA               VALUE 'P'.
           05  SW-RESULTADO                PIC X(01).
               88  SW-88-RESULTADO-VALIDO              VALUE 'C' 'O'
                                                             'S'.
               88  SW-88-RESULTADO-CONFORME            VALUE 'C'.
           05  SW-BLOQUEO                  PIC X(01).
               88  SW-88-BLOQUEO-VALIDO                VALUE 'S' 'N'.
           05  SW-CALENDARIO               PIC X(01)   VALUE 'N'.
               88  SW-88-EN-CALENDARIO                 VALUE 'S'.
               88  SW-88-FUERA-CALENDARIO              VALUE 'N'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C44M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-CAT-NORMAL               PIC X(01)   VALUE 'N'.
           05  CT-EST-VIGENTE              PIC X(01)   VALUE 'V'.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-DOC-REQUERIDO            PIC X(07)   VALUE 'V1E0041'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-ENTRADA-NO-EXISTE        PIC X(07)   VALUE 'V1E0106'.
           05  ME-SIN-POLITICA-KYC         PIC X(07)   VALUE 'V1E0205'.
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
      ******************************************************************
      *                       AREA DE TABLAS                           *
      ******************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT111
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT112
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT113
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
       COPY V1ND44M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND44MI.
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
           SET ADDRESS OF V1ND44MI         TO CAA-PTR-COPYIN
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
           INITIALIZE V1ND44MI
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
           IF  NOT (SW-88-ACCION-REVISION OR SW-88-ACCION-CONSULTA
                                          OR SW-88-ACCION-POLITICA)
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           IF  SW-88-ACCION-POLITICA
               PERFORM 2700-GRABAR-POLITICA
                  THRU 2700-GRABAR-POLITICA-EXIT
               MOVE ME-ALTA-CONFORME       TO CAA-COD-AVISO1
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           IF  NUMDOCI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DOC-REQUERIDO       TO CAA-COD-ERROR
               MOVE -1                     TO NUMDOCL
               PERFORM REINPUT
           END-IF
      *
           MOVE NUMDOCI                    TO NUM-DOC-KYC
      *
           PERFORM 2300-LEER-CALENDARIO
              THRU 2300-LEER-CALENDARIO-EXIT
      *
           IF  SW-88-ACCION-CONSULTA
               IF  SW-88-FUERA-CALENDARIO
                   MOVE ME-ENTRADA-NO-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO NUMDOCL
                   PERFORM REINPUT
               END-IF
               PERFORM 2600-MOSTRAR-CALENDARIO
                  THRU 2600-MOSTRAR-CALENDARIO-EXIT
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2400-REGISTRAR-REVISION
              THRU 2400-REGISTRAR-REVISION-EXIT
      *
           PERFORM 2600-MOSTRAR-CALENDARIO
              THRU 2600-MOSTRAR-CALENDARIO-EXIT
      *
           MOVE ME-ALTA-CONFORME           TO CAA-COD-AVISO1
           MOVE -1                         TO ACCIONL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2300-LEER-CALENDARIO
      ******************************************************************
       2300-LEER-CALENDARIO.
      *
           MOVE 'V1DT112'                  TO WS-TABLA
           SET SW-88-FUERA-CALENDARIO      TO TRUE
      *
           EXEC SQL
               SELECT COD_CATEGORIA,
                      FEC_ULT_REVISION,
                      FEC_PROX_REVISION,
                      FEC_LIMITE,
                      EST_REVISION,
                      FEC_APERTURA,
                      COD_USUARIO_REVISA,
                      COD_RESULTADO
               INTO  :COD-CATEGORIA-KYC,
                     :FEC-ULT-REVISION,
                     :FEC-PROX-REVISION,
                     :FEC-LIMITE-KYC,
                     :EST-REVISION-KYC,
                     :FEC-APERTURA-KYC,
                     :COD-USUARIO-KYC,
                     :COD-RESULTADO-KYC
               FROM V1DT112
               WHERE NUM_DOC_PERSONA = :NUM-DOC-KYC
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   SET SW-88-EN-CALENDARIO TO TRUE

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2300-LEER-CALENDARIO-EXIT.
           EXIT.
      ******************************************************************
      * 2400-REGISTRAR-REVISION
      *  LA CATEGORIA SE TOMA VIGENTE HOY DE V1DT059 (SIN FILA, 'N'    *
      *  NORMAL) Y DEBE TENER POLITICA; LA PROXIMA REVISION SE CUENTA  *
      *  DESDE HOY.  UN RESULTADO DISTINTO DE CONFORME EXIGE LA        *
      *  OBSERVACION.  EL REVISOR ES EL USUARIO QUE REGISTRA           *
      ******************************************************************
       2400-REGISTRAR-REVISION.
      *
           MOVE RESULTI                    TO SW-RESULTADO
      *
           IF  NOT SW-88-RESULTADO-VALIDO
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO RESULTL
               PERFORM REINPUT
           END-IF
      *
           IF  NOT SW-88-RESULTADO-CONFORME
           AND (OBSERVI EQUAL SPACES OR LOW-VALUES)
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO OBSERVL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2450-LEER-CATEGORIA
              THRU 2450-LEER-CATEGORIA-EXIT
      *
           MOVE WS-CATEGORIA               TO COD-CATEGORIA-POL
           MOVE 'V1DT111'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT NUM_DIAS_CICLO,
                      NUM_DIAS_GRACIA
               INTO  :NUM-DIAS-CICLO,
                     :NUM-DIAS-GRACIA
               FROM V1DT111
               WHERE COD_CATEGORIA = :COD-CATEGORIA-POL
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-SIN-POLITICA-KYC
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO NUMDOCL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE WS-CATEGORIA               TO COD-CATEGORIA-KYC
           MOVE WS-FEC-HOY                 TO FEC-ULT-REVISION
      *
           MOVE FEC-ULT-REVISION           TO WS-FEC-BASE
           MOVE NUM-DIAS-CICLO             TO WS-DIAS-SUMAR
           PERFORM 7000-SUMAR-DIAS
              THRU 7000-SUMAR-DIAS-EXIT
           MOVE WS-FEC-RESULTADO           TO FEC-PROX-REVISION
      *
           MOVE FEC-PROX-REVISION          TO WS-FEC-BASE
           MOVE NUM-DIAS-GRACIA            TO WS-DIAS-SUMAR
           PERFORM 7000-SUMAR-DIAS
              THRU 7000-SUMAR-DIAS-EXIT
           MOVE WS-FEC-RESULTADO           TO FEC-LIMITE-KYC
      *
           MOVE CT-EST-VIGENTE             TO EST-REVISION-KYC
           MOVE SPACES                     TO FEC-APERTURA-KYC
           MOVE AUD-USUARIO                TO COD-USUARIO-KYC
           MOVE RESULTI                    TO COD-RESULTADO-KYC
      *
           MOVE 'V1DT113'                  TO WS-TABLA
           MOVE NUM-DOC-KYC                TO NUM-DOC-HIS-KYC
           MOVE WS-FEC-HOY                 TO FEC-REVISION-HIS
           MOVE WS-HOR-HOY                 TO HOR-REVISION-HIS
           MOVE COD-CATEGORIA-KYC          TO COD-CATEGORIA-HIS
           MOVE COD-RESULTADO-KYC          TO COD-RESULTADO-HIS
           MOVE OBSERVI                    TO TXT-RESULTADO-HIS
           MOVE COD-USUARIO-KYC            TO COD-USUARIO-HIS
      *
           EXEC SQL
               INSERT INTO V1DT113
                   (NUM_DOC_PERSONA,
                    FEC_REVISION,
                    HOR_REVISION,
                    COD_CATEGORIA,
                    COD_RESULTADO,
                    TXT_RESULTADO,
                    COD_USUARIO_REVISA)
               VALUES
                   (:NUM-DOC-HIS-KYC,
                    :FEC-REVISION-HIS,
                    :HOR-REVISION-HIS,
                    :COD-CATEGORIA-HIS,
                    :COD-RESULTADO-HIS,
                    :TXT-RESULTADO-HIS,
                    :COD-USUARIO-HIS)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE 'V1DT112'                  TO WS-TABLA
      *
           IF  SW-88-EN-CALENDARIO
               PERFORM 2500-CAMBIAR-CALENDARIO
                  THRU 2500-CAMBIAR-CALENDARIO-EXIT
               GO TO 2400-REGISTRAR-REVISION-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO V1DT112
                   (NUM_DOC_PERSONA,
                    COD_CATEGORIA,
                    FEC_ULT_REVISION,
                    FEC_PROX_REVISION,
                    FEC_LIMITE,
                    EST_REVISION,
                    FEC_APERTURA,
                    COD_USUARIO_REVISA,
                    COD_RESULTADO)
               VALUES
                   (:NUM-DOC-KYC,
                    :COD-CATEGORIA-KYC,
                    :FEC-ULT-REVISION,
                    :FEC-PROX-REVISION,
                    :FEC-LIMITE-KYC,
                    :EST-REVISION-KYC,
                    :FEC-APERTURA-KYC,
                    :COD-USUARIO-KYC,
                    :COD-RESULTADO-KYC)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2400-REGISTRAR-REVISION-EXIT.
           EXIT.
      ******************************************************************
      * 2450-LEER-CATEGORIA
      ******************************************************************
       2450-LEER-CATEGORIA.
      *
           MOVE 'V1DT059'                  TO WS-TABLA
           MOVE CT-CAT-NORMAL              TO WS-CATEGORIA
      *
           EXEC SQL
               SELECT COD_CATEGORIA
               INTO  :WS-CATEGORIA
               FROM V1DT059
               WHERE NUM_DOC_PERSONA = :NUM-DOC-KYC
                 AND FEC_DESDE <= :WS-FEC-HOY
                 AND FEC_HASTA >= :WS-FEC-HOY
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE CT-CAT-NORMAL      TO WS-CATEGORIA

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2450-LEER-CATEGORIA-EXIT.
           EXIT.
      ******************************************************************
      * 2500-CAMBIAR-CALENDARIO
      ******************************************************************
       2500-CAMBIAR-CALENDARIO.
      *
           EXEC SQL
               UPDATE V1DT112
                  SET COD_CATEGORIA      = :COD-CATEGORIA-KYC,
                      FEC_ULT_REVISION   = :FEC-ULT-REVISION,
                      FEC_PROX_REVISION  = :FEC-PROX-REVISION,
                      FEC_LIMITE         = :FEC-LIMITE-KYC,
                      EST_REVISION       = :EST-REVISION-KYC,
                      FEC_APERTURA       = :FEC-APERTURA-KYC,
                      COD_USUARIO_REVISA = :COD-USUARIO-KYC,
                      COD_RESULTADO      = :COD-RESULTADO-KYC
                WHERE NUM_DOC_PERSONA    = :NUM-DOC-KYC
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2500-CAMBIAR-CALENDARIO-EXIT.
           EXIT.
      ******************************************************************
      * 2600-MOSTRAR-CALENDARIO
      *  FECHAS EN FORMATO DE PANTALLA DD/MM/AAAA                      *
      ******************************************************************
       2600-MOSTRAR-CALENDARIO.
      *
           MOVE COD-CATEGORIA-KYC          TO CATEGOI
           MOVE EST-REVISION-KYC           TO ESTADOI
           MOVE COD-USUARIO-KYC            TO USUREVI
           MOVE COD-RESULTADO-KYC          TO RESULTI
      *
           MOVE FEC-ULT-REVISION(7:2)      TO WS-FECHA-PANTALLA(1:2)
           MOVE FEC-ULT-REVISION(5:2)      TO WS-FECHA-PANTALLA(3:2)
           MOVE FEC-ULT-REVISION(1:4)      TO WS-FECHA-PANTALLA(5:4)
           MOVE WS-FECHA-PANTALLA          TO FECULTI
      *
           MOVE FEC-PROX-REVISION(7:2)     TO WS-FECHA-PANTALLA(1:2)
           MOVE FEC-PROX-REVISION(5:2)     TO WS-FECHA-PANTALLA(3:2)
           MOVE FEC-PROX-REVISION(1:4)     TO WS-FECHA-PANTALLA(5:4)
           MOVE WS-FECHA-PANTALLA          TO FECPROI
      *
           MOVE FEC-LIMITE-KYC(7:2)        TO WS-FECHA-PANTALLA(1:2)
           MOVE FEC-LIMITE-KYC(5:2)        TO WS-FECHA-PANTALLA(3:2)
           MOVE FEC-LIMITE-KYC(1:4)        TO WS-FECHA-PANTALLA(5:4)
           MOVE WS-FECHA-PANTALLA          TO FECLIMI
      *
           .
       2600-MOSTRAR-CALENDARIO-EXIT.
           EXIT.
      ******************************************************************
      * 2700-GRABAR-POLITICA
      *  EL ALTA SOBRE UNA CATEGORIA YA DEFINIDA REEMPLAZA SU POLITICA *
      ******************************************************************
       2700-GRABAR-POLITICA.
      *
           IF  CATEGOI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO CATEGOL
               PERFORM REINPUT
           END-IF
      *
           MOVE DIASCII                    TO WS-CIC-ALFA
           INSPECT WS-CIC-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-CIC-ALFA NOT NUMERIC
            OR WS-CIC-NUM EQUAL ZEROES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO DIASCIL
               PERFORM REINPUT
           END-IF
      *
           MOVE DIASGRI                    TO WS-GRA-ALFA
           INSPECT WS-GRA-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-GRA-ALFA NOT NUMERIC
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO DIASGRL
               PERFORM REINPUT
           END-IF
      *
           MOVE BLOQUEI                    TO SW-BLOQUEO
      *
           IF  NOT SW-88-BLOQUEO-VALIDO
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO BLOQUEL
               PERFORM REINPUT
           END-IF
      *
           MOVE CATEGOI                    TO COD-CATEGORIA-POL
           MOVE WS-CIC-NUM                 TO NUM-DIAS-CICLO
           MOVE WS-GRA-NUM                 TO NUM-DIAS-GRACIA
           MOVE BLOQUEI                    TO IND-BLOQUEO-KYC
           MOVE 'V1DT111'                  TO WS-TABLA
      *
           EXEC SQL
               INSERT INTO V1DT111
                   (COD_CATEGORIA,
                    NUM_DIAS_CICLO,
                    NUM_DIAS_GRACIA,
                    IND_BLOQUEO)
               VALUES
                   (:COD-CATEGORIA-POL,
                    :NUM-DIAS-CICLO,
                    :NUM-DIAS-GRACIA,
                    :IND-BLOQUEO-KYC)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-DUPREC
                   PERFORM 2800-CAMBIAR-POLITICA
                      THRU 2800-CAMBIAR-POLITICA-EXIT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2700-GRABAR-POLITICA-EXIT.
           EXIT.
      ******************************************************************
      * 2800-CAMBIAR-POLITICA
      ******************************************************************
       2800-CAMBIAR-POLITICA.
      *
           EXEC SQL
               UPDATE V1DT111
                  SET NUM_DIAS_CICLO  = :NUM-DIAS-CICLO,
                      NUM_DIAS_GRACIA = :NUM-DIAS-GRACIA,
                      IND_BLOQUEO     = :IND-BLOQUEO-KYC
                WHERE COD_CATEGORIA   = :COD-CATEGORIA-POL
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2800-CAMBIAR-POLITICA-EXIT.
           EXIT.
      ******************************************************************
      *                      7000-SUMAR-DIAS                           *
      ******************************************************************
       7000-SUMAR-DIAS.
      *
           COMPUTE WS-INT-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-BASE-N)
                   + WS-DIAS-SUMAR
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-FECHA)
                                           TO WS-FEC-RESULTADO-N
      *
           .
       7000-SUMAR-DIAS-EXIT.
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
           MOVE 'V13C44M'                  TO W963-PROGRAMA
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
