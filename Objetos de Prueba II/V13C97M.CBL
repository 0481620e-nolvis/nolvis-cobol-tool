      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C97M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: REGISTRO DE EVENTOS DE PERDIDA OPERACIONAL       *
      *               (V1DT182) PARA EL ANALISTA DE RIESGO.  'C'       *
      *               CONSULTA UN EVENTO.  'V' CONFIRMA UN EVENTO      *
      *               PROPUESTO POR V13C97B CON LOS DATOS EN PANTALLA, *
      *               QUE EL ANALISTA PUEDE CORREGIR (LOS REVERSOS     *
      *               LLEGAN SIN IMPORTE).  'D' DESCARTA UN EVENTO     *
      *               PROPUESTO.  'A' REGISTRA UN EVENTO QUE NO SALIO  *
      *               DE V1, QUE QUEDA CONFIRMADO.  'M' MODIFICA UN    *
      *               EVENTO NO DESCARTADO, POR EJEMPLO PARA ANOTAR    *
      *               UNA RECUPERACION POSTERIOR.  LOS IMPORTES SE     *
      *               PASAN A BOLIVARES A LA TASA OFICIAL DEL ULTIMO   *
      *               DIA CON TASA HASTA LA FECHA DEL EVENTO; SIN      *
      *               DIVISA EL IMPORTE YA ESTA EN BOLIVARES           *
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
       PROGRAM-ID.   V13C97M.
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
           05  WS-NUM-EVE-ALFA             PIC X(09)   VALUE SPACES.
           05  WS-NUM-EVE-NUM REDEFINES WS-NUM-EVE-ALFA
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
           05  WS-IMP-BRUTA                PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-RECUPERADO           PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-NETO-BS              PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-BS-ED                PIC -.---.---.---.--9,99.
           05  WS-TAS-ED                   PIC ZZZZZZ9,9999.
           05  WS-NUM-ORI-ED               PIC 9(10).
           05  WS-NUM-EVE-ED               PIC 9(09).
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-CONSULTA               VALUE 'C'.
               88  SW-88-ACCION-ALTA                   VALUE 'A'.
               88  SW-88-ACCION-MODIFICA               VALUE 'M'.
               88  SW-88-ACCION-VALIDAR                VALUE 'V'.
               88  SW-88-ACCION-DESCARTAR              VALUE 'D'.
           05  SW-TIPO-BASILEA             PIC X(02).
               88  SW-88-TIPO-VALIDO                   VALUE '01'
                                                          THRU '07'.
           05  SW-LINEA-NEGOCIO            PIC X(02).
               88  SW-88-LINEA-VALIDA                  VALUE '01'
                                                          THRU '08'.
           05  SW-CAUSA-RAIZ               PIC X(02).
               88  SW-88-CAUSA-VALIDA                  VALUE '01'
                                                          THRU '04'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C97M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-BORRA                    PIC X(02)   VALUE '99'.
           05  CT-CONTADOR-PERDIDAS        PIC X(08)   VALUE 'PERDIDAS'.
           05  CT-ORIGEN-MANUAL            PIC X(03)   VALUE 'MAN'.
           05  CT-EST-PROPUESTO            PIC X(01)   VALUE 'P'.
           05  CT-EST-CONFIRMADO           PIC X(01)   VALUE 'C'.
           05  CT-EST-DESCARTADO           PIC X(01)   VALUE 'D'.
           05  CT-TXT-PROPUESTO            PIC X(10)
               VALUE 'PROPUESTO'.
           05  CT-TXT-CONFIRMADO           PIC X(10)
               VALUE 'CONFIRMADO'.
           05  CT-TXT-DESCARTADO           PIC X(10)
               VALUE 'DESCARTADO'.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-FECHA-ERRADA             PIC X(07)   VALUE 'V1E0033'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-TASA-ERRADA              PIC X(07)   VALUE 'V1E0097'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-ENTRADA-NO-EXISTE        PIC X(07)   VALUE 'V1E0106'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-MONTO-ERRADO             PIC X(07)   VALUE 'V1E0173'.
           05  ME-TIPO-BASILEA-ERRADO      PIC X(07)   VALUE 'V1E0321'.
           05  ME-LINEA-NEGOCIO-ERRADA     PIC X(07)   VALUE 'V1E0322'.
           05  ME-CAUSA-RAIZ-ERRADA        PIC X(07)   VALUE 'V1E0323'.
           05  ME-EVENTO-NO-PROPUESTO      PIC X(07)   VALUE 'V1E0324'.
           05  ME-EVENTO-DESCARTADO        PIC X(07)   VALUE 'V1E0325'.
           05  ME-RECUPERADO-MAYOR         PIC X(07)   VALUE 'V1E0326'.
           05  ME-EVENTO-REGISTRADO        PIC X(07)   VALUE 'V1A0569'.
           05  ME-EVENTO-MODIFICADO        PIC X(07)   VALUE 'V1A0570'.
           05  ME-EVENTO-CONFIRMADO        PIC X(07)   VALUE 'V1A0571'.
           05  ME-EVENTO-DESCARTADO-OK     PIC X(07)   VALUE 'V1A0572'.
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
               INCLUDE V1GT015
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT056
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT182
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
       COPY V1ND97M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND97MI.
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
           SET ADDRESS OF V1ND97MI         TO CAA-PTR-COPYIN
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
           INITIALIZE V1ND97MI
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
                                          OR SW-88-ACCION-VALIDAR
                                          OR SW-88-ACCION-DESCARTAR)
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           IF  SW-88-ACCION-ALTA
               PERFORM 2400-VALIDAR-EVENTO
                  THRU 2400-VALIDAR-EVENTO-EXIT
               PERFORM 2600-REGISTRAR-EVENTO
                  THRU 2600-REGISTRAR-EVENTO-EXIT
               PERFORM 2300-LEER-EVENTO
                  THRU 2300-LEER-EVENTO-EXIT
               MOVE ME-EVENTO-REGISTRADO   TO CAA-COD-AVISO1
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           MOVE NUMEVEI                    TO WS-NUM-EVE-ALFA
           INSPECT WS-NUM-EVE-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-NUM-EVE-ALFA NOT NUMERIC
            OR WS-NUM-EVE-NUM EQUAL ZEROES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO NUMEVEL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-NUM-EVE-NUM             TO NUM-EVENTO-PER
      *
           IF  SW-88-ACCION-CONSULTA
               PERFORM 2300-LEER-EVENTO
                  THRU 2300-LEER-EVENTO-EXIT
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2350-LEER-ESTADO
              THRU 2350-LEER-ESTADO-EXIT
      *
      *    UN EVENTO DESCARTADO YA NO SE TOCA; SOLO SE CONFIRMA O SE
      *    DESCARTA LO QUE ESTA PROPUESTO
           IF  EST-EVENTO EQUAL CT-EST-DESCARTADO
               MOVE ME-EVENTO-DESCARTADO   TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           IF  (SW-88-ACCION-VALIDAR OR SW-88-ACCION-DESCARTAR)
           AND EST-EVENTO NOT EQUAL CT-EST-PROPUESTO
               MOVE ME-EVENTO-NO-PROPUESTO TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           EVALUATE TRUE
               WHEN SW-88-ACCION-MODIFICA
                   PERFORM 2400-VALIDAR-EVENTO
                      THRU 2400-VALIDAR-EVENTO-EXIT
                   PERFORM 2700-ACTUALIZAR-EVENTO
                      THRU 2700-ACTUALIZAR-EVENTO-EXIT
                   MOVE ME-EVENTO-MODIFICADO
                                           TO CAA-COD-AVISO1

               WHEN SW-88-ACCION-VALIDAR
                   PERFORM 2400-VALIDAR-EVENTO
                      THRU 2400-VALIDAR-EVENTO-EXIT
                   MOVE CT-EST-CONFIRMADO  TO EST-EVENTO
                   MOVE AUD-USUARIO        TO COD-USUARIO-PER
                   MOVE WS-FEC-HOY         TO FEC-CONFIRMA-PER
                   PERFORM 2700-ACTUALIZAR-EVENTO
                      THRU 2700-ACTUALIZAR-EVENTO-EXIT
                   MOVE ME-EVENTO-CONFIRMADO
                                           TO CAA-COD-AVISO1

               WHEN SW-88-ACCION-DESCARTAR
                   PERFORM 2800-DESCARTAR-EVENTO
                      THRU 2800-DESCARTAR-EVENTO-EXIT
                   MOVE ME-EVENTO-DESCARTADO-OK
                                           TO CAA-COD-AVISO1
           END-EVALUATE
      *
           PERFORM 2300-LEER-EVENTO
              THRU 2300-LEER-EVENTO-EXIT
      *
           MOVE -1                         TO ACCIONL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2300-LEER-EVENTO
      *  LEE EL EVENTO Y LO MUESTRA; LOS IMPORTES EN DIVISA VAN SIN   *
      *  EDITAR PARA QUE SE PUEDAN CORREGIR EN LA MISMA PANTALLA      *
      ******************************************************************
       2300-LEER-EVENTO.
      *
           MOVE 'V1DT182'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT COD_ORIGEN,
                      NUM_ORIGEN,
                      NUM_REF,
                      COD_OFICINA,
                      FEC_EVENTO,
                      FEC_DESCUBRE,
                      FEC_REGISTRO,
                      COD_TIPO_BASILEA,
                      COD_LINEA_NEGOCIO,
                      COD_CAUSA_RAIZ,
                      TXT_CAUSA,
                      COD_DIV,
                      IMP_PERDIDA_BRUTA,
                      IMP_RECUPERADO,
                      TAS_OFICIAL,
                      IMP_BRUTA_BS,
                      IMP_RECUPERADO_BS,
                      EST_EVENTO,
                      COD_USUARIO,
                      FEC_CONFIRMA
               INTO  :COD-ORIGEN-PER,
                     :NUM-ORIGEN-PER,
                     :NUM-REF-PER,
                     :COD-OFICINA-PER,
                     :FEC-EVENTO-PER,
                     :FEC-DESCUBRE-PER,
                     :FEC-REGISTRO-PER,
                     :COD-TIPO-BASILEA,
                     :COD-LINEA-NEGOCIO,
                     :COD-CAUSA-RAIZ,
                     :TXT-CAUSA-PER,
                     :COD-DIV-PER,
                     :IMP-PERDIDA-BRUTA,
                     :IMP-RECUPERADO,
                     :TAS-OFICIAL-PER,
                     :IMP-BRUTA-BS,
                     :IMP-RECUPERADO-BS,
                     :EST-EVENTO,
                     :COD-USUARIO-PER,
                     :FEC-CONFIRMA-PER
               FROM V1DT182
               WHERE NUM_EVENTO = :NUM-EVENTO-PER
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
                   MOVE -1                 TO NUMEVEL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE NUM-EVENTO-PER             TO WS-NUM-EVE-ED
           MOVE WS-NUM-EVE-ED              TO NUMEVEI
           MOVE COD-ORIGEN-PER             TO ORIGENI
           MOVE NUM-ORIGEN-PER             TO WS-NUM-ORI-ED
           MOVE WS-NUM-ORI-ED              TO NUMORII
      *
           EVALUATE EST-EVENTO
               WHEN CT-EST-PROPUESTO
                   MOVE CT-TXT-PROPUESTO   TO ESTADOI
               WHEN CT-EST-CONFIRMADO
                   MOVE CT-TXT-CONFIRMADO  TO ESTADOI
               WHEN CT-EST-DESCARTADO
                   MOVE CT-TXT-DESCARTADO  TO ESTADOI
           END-EVALUATE
      *
           IF  NUM-REF-PER EQUAL ZEROES
               MOVE SPACES                 TO NUMREFI
           ELSE
               MOVE NUM-REF-PER            TO WS-NUM-ORI-ED
               MOVE WS-NUM-ORI-ED          TO NUMREFI
           END-IF
      *
           MOVE COD-OFICINA-PER            TO CODOFII
           MOVE FEC-EVENTO-PER             TO FECEVEI
           MOVE FEC-DESCUBRE-PER           TO FECDESI
           MOVE FEC-REGISTRO-PER           TO FECREGI
           MOVE COD-TIPO-BASILEA           TO TIPBASI
           MOVE COD-LINEA-NEGOCIO          TO LINNEGI
           MOVE COD-CAUSA-RAIZ             TO CAURAII
           MOVE TXT-CAUSA-PER              TO TXTCAUI
           MOVE COD-DIV-PER                TO CODDIVI
      *
           MOVE IMP-PERDIDA-BRUTA          TO WS-IMP-NUM
           MOVE WS-IMP-ALFA                TO IMPBRUI
           MOVE IMP-RECUPERADO             TO WS-IMP-NUM
           MOVE WS-IMP-ALFA                TO IMPRECI
      *
           MOVE TAS-OFICIAL-PER            TO WS-TAS-ED
           MOVE WS-TAS-ED                  TO TASOFII
           MOVE IMP-BRUTA-BS               TO WS-IMP-BS-ED
           MOVE WS-IMP-BS-ED               TO BRUBSI
           MOVE IMP-RECUPERADO-BS          TO WS-IMP-BS-ED
           MOVE WS-IMP-BS-ED               TO RECBSI
           COMPUTE WS-IMP-NETO-BS = IMP-BRUTA-BS - IMP-RECUPERADO-BS
           MOVE WS-IMP-NETO-BS             TO WS-IMP-BS-ED
           MOVE WS-IMP-BS-ED               TO NETBSI
      *
           MOVE COD-USUARIO-PER            TO USUARII
           MOVE FEC-CONFIRMA-PER           TO FECCONI
      *
           .
       2300-LEER-EVENTO-EXIT.
           EXIT.
      ******************************************************************
      * 2350-LEER-ESTADO
      *  ESTADO Y DATOS DE REGISTRO ACTUALES DEL EVENTO, ANTES DE      *
      *  APLICAR LO QUE VIENE EN PANTALLA                              *
      ******************************************************************
       2350-LEER-ESTADO.
      *
           MOVE 'V1DT182'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT EST_EVENTO,
                      COD_USUARIO,
                      FEC_CONFIRMA
               INTO  :EST-EVENTO,
                     :COD-USUARIO-PER,
                     :FEC-CONFIRMA-PER
               FROM V1DT182
               WHERE NUM_EVENTO = :NUM-EVENTO-PER
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
                   MOVE -1                 TO NUMEVEL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2350-LEER-ESTADO-EXIT.
           EXIT.
      ******************************************************************
      * 2400-VALIDAR-EVENTO
      *  FECHAS NO FUTURAS Y EL DESCUBRIMIENTO NO ANTES DEL EVENTO,    *
      *  CODIGOS DE BASILEA VALIDOS, CAUSA DESCRITA Y RECUPERADO NO    *
      *  MAYOR QUE LA PERDIDA.  PARA REGISTRAR O CONFIRMAR LA PERDIDA  *
      *  DEBE SER MAYOR QUE CERO; AL MODIFICAR UNA PROPUESTA PUEDE     *
      *  QUEDAR EN CERO MIENTRAS SE CUANTIFICA                         *
      ******************************************************************
       2400-VALIDAR-EVENTO.
      *
           MOVE FECEVEI                    TO WS-FEC-ALFA
      *
           IF  WS-FEC-ALFA NOT NUMERIC
            OR WS-FEC-ALFA GREATER WS-FEC-HOY
               MOVE ME-FECHA-ERRADA        TO CAA-COD-ERROR
               MOVE -1                     TO FECEVEL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-FEC-ALFA                TO FEC-EVENTO-PER
           MOVE FECDESI                    TO WS-FEC-ALFA
      *
           IF  WS-FEC-ALFA NOT NUMERIC
            OR WS-FEC-ALFA GREATER WS-FEC-HOY
            OR WS-FEC-ALFA LESS FEC-EVENTO-PER
               MOVE ME-FECHA-ERRADA        TO CAA-COD-ERROR
               MOVE -1                     TO FECDESL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-FEC-ALFA                TO FEC-DESCUBRE-PER
      *
           MOVE TIPBASI                    TO SW-TIPO-BASILEA
           IF  NOT SW-88-TIPO-VALIDO
               MOVE ME-TIPO-BASILEA-ERRADO TO CAA-COD-ERROR
               MOVE -1                     TO TIPBASL
               PERFORM REINPUT
           END-IF
      *
           MOVE LINNEGI                    TO SW-LINEA-NEGOCIO
           IF  NOT SW-88-LINEA-VALIDA
               MOVE ME-LINEA-NEGOCIO-ERRADA
                                           TO CAA-COD-ERROR
               MOVE -1                     TO LINNEGL
               PERFORM REINPUT
           END-IF
      *
           MOVE CAURAII                    TO SW-CAUSA-RAIZ
           IF  NOT SW-88-CAUSA-VALIDA
               MOVE ME-CAUSA-RAIZ-ERRADA   TO CAA-COD-ERROR
               MOVE -1                     TO CAURAIL
               PERFORM REINPUT
           END-IF
      *
           IF  TXTCAUI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO TXTCAUL
               PERFORM REINPUT
           END-IF
      *
           IF  NUMREFI EQUAL SPACES OR LOW-VALUES
               MOVE ZEROES                 TO NUM-REF-PER
           ELSE
               MOVE NUMREFI                TO WS-NUM-REF-ALFA
               INSPECT WS-NUM-REF-ALFA
                       REPLACING LEADING SPACES BY ZEROES
               IF  WS-NUM-REF-ALFA NOT NUMERIC
                   MOVE ME-DATO-REQUERIDO  TO CAA-COD-ERROR
                   MOVE -1                 TO NUMREFL
                   PERFORM REINPUT
               END-IF
               MOVE WS-NUM-REF-NUM         TO NUM-REF-PER
           END-IF
      *
           MOVE IMPBRUI                    TO WS-IMP-ALFA
           INSPECT WS-IMP-ALFA REPLACING ALL SPACES BY ZEROES
                                         ALL LOW-VALUES BY ZEROES
      *
           IF  WS-IMP-ALFA NOT NUMERIC
               MOVE ME-MONTO-ERRADO        TO CAA-COD-ERROR
               MOVE -1                     TO IMPBRUL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-IMP-NUM                 TO WS-IMP-BRUTA
      *
           IF  WS-IMP-BRUTA EQUAL ZEROES
           AND NOT SW-88-ACCION-MODIFICA
               MOVE ME-MONTO-ERRADO        TO CAA-COD-ERROR
               MOVE -1                     TO IMPBRUL
               PERFORM REINPUT
           END-IF
      *
           MOVE IMPRECI                    TO WS-IMP-ALFA
           INSPECT WS-IMP-ALFA REPLACING ALL SPACES BY ZEROES
                                         ALL LOW-VALUES BY ZEROES
      *
           IF  WS-IMP-ALFA NOT NUMERIC
               MOVE ME-MONTO-ERRADO        TO CAA-COD-ERROR
               MOVE -1                     TO IMPRECL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-IMP-NUM                 TO WS-IMP-RECUPERADO
      *
           IF  WS-IMP-RECUPERADO GREATER WS-IMP-BRUTA
               MOVE ME-RECUPERADO-MAYOR    TO CAA-COD-ERROR
               MOVE -1                     TO IMPRECL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-IMP-BRUTA               TO IMP-PERDIDA-BRUTA
           MOVE WS-IMP-RECUPERADO          TO IMP-RECUPERADO
           MOVE CODOFII                    TO COD-OFICINA-PER
           MOVE TIPBASI                    TO COD-TIPO-BASILEA
           MOVE LINNEGI                    TO COD-LINEA-NEGOCIO
           MOVE CAURAII                    TO COD-CAUSA-RAIZ
           MOVE TXTCAUI                    TO TXT-CAUSA-PER
      *
           IF  CODDIVI EQUAL LOW-VALUES
               MOVE SPACES                 TO COD-DIV-PER
           ELSE
               MOVE CODDIVI                TO COD-DIV-PER
           END-IF
      *
           IF  CODOFII EQUAL LOW-VALUES
               MOVE SPACES                 TO COD-OFICINA-PER
           END-IF
      *
           PERFORM 2500-PASAR-A-BOLIVARES
              THRU 2500-PASAR-A-BOLIVARES-EXIT
      *
           .
       2400-VALIDAR-EVENTO-EXIT.
           EXIT.
      ******************************************************************
      * 2500-PASAR-A-BOLIVARES
      *  TASA OFICIAL DEL ULTIMO DIA CON TASA HASTA LA FECHA DEL       *
      *  EVENTO, IGUAL QUE LA PROPUESTA DE V13C97B                     *
      ******************************************************************
       2500-PASAR-A-BOLIVARES.
      *
           IF  COD-DIV-PER EQUAL SPACES
               MOVE 1                      TO TAS-OFICIAL-PER
               MOVE IMP-PERDIDA-BRUTA      TO IMP-BRUTA-BS
               MOVE IMP-RECUPERADO         TO IMP-RECUPERADO-BS
               GO TO 2500-PASAR-A-BOLIVARES-EXIT
           END-IF
      *
           MOVE 'V1DT015'                  TO WS-TABLA
           MOVE COD-DIV-PER                TO COD-DIV
           MOVE FEC-EVENTO-PER             TO FEC-TASA
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
                   MOVE ME-TASA-ERRADA     TO CAA-COD-ERROR
                   MOVE -1                 TO CODDIVL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE TAS-OFICIAL                TO TAS-OFICIAL-PER
           COMPUTE IMP-BRUTA-BS ROUNDED =
                   IMP-PERDIDA-BRUTA * TAS-OFICIAL
           COMPUTE IMP-RECUPERADO-BS ROUNDED =
                   IMP-RECUPERADO * TAS-OFICIAL
      *
           .
       2500-PASAR-A-BOLIVARES-EXIT.
           EXIT.
      ******************************************************************
      * 2600-REGISTRAR-EVENTO
      *  EL EVENTO MANUAL LO REGISTRA EL PROPIO ANALISTA Y QUEDA       *
      *  CONFIRMADO; SU CLAVE DE ORIGEN ES SU PROPIO NUMERO            *
      ******************************************************************
       2600-REGISTRAR-EVENTO.
      *
           MOVE 'V1DT056'                  TO WS-TABLA
           MOVE CT-CONTADOR-PERDIDAS       TO COD-CONTADOR
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
           MOVE NUM-ACTUAL                 TO NUM-EVENTO-PER
                                              NUM-ORIGEN-PER
           MOVE CT-ORIGEN-MANUAL           TO COD-ORIGEN-PER
           MOVE WS-FEC-HOY                 TO FEC-REGISTRO-PER
                                              FEC-CONFIRMA-PER
           MOVE CT-EST-CONFIRMADO          TO EST-EVENTO
           MOVE AUD-USUARIO                TO COD-USUARIO-PER
      *
           MOVE 'V1DT182'                  TO WS-TABLA
      *
           EXEC SQL
               INSERT INTO V1DT182
                   (NUM_EVENTO,
                    COD_ORIGEN,
                    NUM_ORIGEN,
                    NUM_REF,
                    COD_OFICINA,
                    FEC_EVENTO,
                    FEC_DESCUBRE,
                    FEC_REGISTRO,
                    COD_TIPO_BASILEA,
                    COD_LINEA_NEGOCIO,
                    COD_CAUSA_RAIZ,
                    TXT_CAUSA,
                    COD_DIV,
                    IMP_PERDIDA_BRUTA,
                    IMP_RECUPERADO,
                    TAS_OFICIAL,
                    IMP_BRUTA_BS,
                    IMP_RECUPERADO_BS,
                    EST_EVENTO,
                    COD_USUARIO,
                    FEC_CONFIRMA)
               VALUES
                   (:NUM-EVENTO-PER,
                    :COD-ORIGEN-PER,
                    :NUM-ORIGEN-PER,
                    :NUM-REF-PER,
                    :COD-OFICINA-PER,
                    :FEC-EVENTO-PER,
                    :FEC-DESCUBRE-PER,
                    :FEC-REGISTRO-PER,
                    :COD-TIPO-BASILEA,
                    :COD-LINEA-NEGOCIO,
                    :COD-CAUSA-RAIZ,
                    :TXT-CAUSA-PER,
                    :COD-DIV-PER,
                    :IMP-PERDIDA-BRUTA,
                    :IMP-RECUPERADO,
                    :TAS-OFICIAL-PER,
                    :IMP-BRUTA-BS,
                    :IMP-RECUPERADO-BS,
                    :EST-EVENTO,
                    :COD-USUARIO-PER,
                    :FEC-CONFIRMA-PER)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2600-REGISTRAR-EVENTO-EXIT.
           EXIT.
      ******************************************************************
      * 2700-ACTUALIZAR-EVENTO
      *  EL ORIGEN Y LA FECHA DE REGISTRO NO CAMBIAN; QUIEN CONFIRMO   *
      *  SOLO CAMBIA AL CONFIRMAR                                      *
      ******************************************************************
       2700-ACTUALIZAR-EVENTO.
      *
           MOVE 'V1DT182'                  TO WS-TABLA
      *
           EXEC SQL
               UPDATE V1DT182
                  SET NUM_REF           = :NUM-REF-PER,
                      COD_OFICINA       = :COD-OFICINA-PER,
                      FEC_EVENTO        = :FEC-EVENTO-PER,
                      FEC_DESCUBRE      = :FEC-DESCUBRE-PER,
                      COD_TIPO_BASILEA  = :COD-TIPO-BASILEA,
                      COD_LINEA_NEGOCIO = :COD-LINEA-NEGOCIO,
                      COD_CAUSA_RAIZ    = :COD-CAUSA-RAIZ,
                      TXT_CAUSA         = :TXT-CAUSA-PER,
                      COD_DIV           = :COD-DIV-PER,
                      IMP_PERDIDA_BRUTA = :IMP-PERDIDA-BRUTA,
                      IMP_RECUPERADO    = :IMP-RECUPERADO,
                      TAS_OFICIAL       = :TAS-OFICIAL-PER,
                      IMP_BRUTA_BS      = :IMP-BRUTA-BS,
                      IMP_RECUPERADO_BS = :IMP-RECUPERADO-BS,
                      EST_EVENTO        = :EST-EVENTO,
                      COD_USUARIO       = :COD-USUARIO-PER,
                      FEC_CONFIRMA      = :FEC-CONFIRMA-PER
                WHERE NUM_EVENTO        = :NUM-EVENTO-PER
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2700-ACTUALIZAR-EVENTO-EXIT.
           EXIT.
      ******************************************************************
      * 2800-DESCARTAR-EVENTO
      *  LA PROPUESTA DESCARTADA SE CONSERVA PARA QUE V13C97B NO LA    *
      *  VUELVA A PROPONER                                             *
      ******************************************************************
       2800-DESCARTAR-EVENTO.
      *
           MOVE 'V1DT182'                  TO WS-TABLA
           MOVE CT-EST-DESCARTADO          TO EST-EVENTO
           MOVE AUD-USUARIO                TO COD-USUARIO-PER
           MOVE WS-FEC-HOY                 TO FEC-CONFIRMA-PER
      *
           EXEC SQL
               UPDATE V1DT182
                  SET EST_EVENTO   = :EST-EVENTO,
                      COD_USUARIO  = :COD-USUARIO-PER,
                      FEC_CONFIRMA = :FEC-CONFIRMA-PER
                WHERE NUM_EVENTO   = :NUM-EVENTO-PER
                  AND EST_EVENTO   = :CT-EST-PROPUESTO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-EVENTO-NO-PROPUESTO
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO ACCIONL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2800-DESCARTAR-EVENTO-EXIT.
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
           MOVE 'V13C97M'                  TO W963-PROGRAMA
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
