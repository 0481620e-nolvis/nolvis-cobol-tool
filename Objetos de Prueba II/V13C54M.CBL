      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C54M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: PRESUPUESTO DE CADA OFICINA POR MES Y GRUPO DE   *
      *               DIVISAS (V1DT124): META DE VOLUMEN EN BOLIVARES  *
      *               Y DE INGRESO POR COMISIONES.  LA CARGA ANUAL     *
      *               LLEGA POR EL ARCHIVO DE PLANIFICACION (V13C54B); *
      *               AQUI SE CORRIGEN METAS PUNTUALES Y SE CONSULTA   *
      *               EL REAL QUE CALCULA V13C55B.  LA BAJA DE UNA     *
      *               META CON REAL YA CALCULADO LA DEJA EN CERO PARA  *
      *               NO PERDER EL REAL DEL MES.                       *
      *               ACCIONES: A ALTA  M MODIFICACION  B BAJA         *
      *                         C CONSULTA                             *
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
       PROGRAM-ID.   V13C54M.
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
           05  WS-ANO-MES                  PIC X(06)   VALUE SPACES.
           05  WS-ANO-MES-R REDEFINES WS-ANO-MES.
               10  WS-ANO                  PIC 9(04).
               10  WS-MES                  PIC 9(02).
           05  WS-IMP-ALFA                 PIC X(15)   VALUE SPACES.
           05  WS-IMP-NUM REDEFINES WS-IMP-ALFA
                                           PIC 9(13)V9(02).
           05  WS-CANT-GRUPO               PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-PORCENTAJE               PIC S9(05)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-VOL-ED                   PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-COM-ED                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-PCT-ED                   PIC ZZZ9,99.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-ALTA                   VALUE 'A'.
               88  SW-88-ACCION-MODIF                  VALUE 'M'.
               88  SW-88-ACCION-BAJA                   VALUE 'B'.
               88  SW-88-ACCION-CONSULTA               VALUE 'C'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C54M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-NO                       PIC X(01)   VALUE 'N'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-ORIGEN-PANTALLA          PIC X(01)   VALUE 'P'.
           05  CT-ORIGEN-REAL              PIC X(01)   VALUE 'R'.
           05  CT-GRUPO-OTROS              PIC X(03)   VALUE 'OTR'.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-MONTO-REQUERIDO          PIC X(07)   VALUE 'V1E0075'.
           05  ME-PRESUP-YA-EXISTE         PIC X(07)   VALUE 'V1E0227'.
           05  ME-PRESUP-NO-EXISTE         PIC X(07)   VALUE 'V1E0228'.
           05  ME-MES-INVALIDO             PIC X(07)   VALUE 'V1E0229'.
           05  ME-GRUPO-INVALIDO           PIC X(07)   VALUE 'V1E0230'.
           05  ME-ALTA-CONFORME            PIC X(07)   VALUE 'V1A0510'.
           05  ME-CAMBIO-CONFORME          PIC X(07)   VALUE 'V1A0544'.
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
               INCLUDE V1GT124
           END-EXEC
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
       COPY V1ND54M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND54MI.
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
           SET ADDRESS OF V1ND54MI         TO CAA-PTR-COPYIN
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
           INITIALIZE V1ND54MI
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
      *  OFICINA, MES Y GRUPO SON LA CLAVE Y SE PIDEN EN TODAS LAS     *
      *  ACCIONES; LOS IMPORTES SOLO EN EL ALTA Y LA MODIFICACION.     *
      *  DESPUES DE CADA ACCION SE REDESPLIEGA LA FILA CON SU REAL     *
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
           IF  NOT (SW-88-ACCION-ALTA OR SW-88-ACCION-MODIF
                 OR SW-88-ACCION-BAJA OR SW-88-ACCION-CONSULTA)
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2250-VALIDAR-CLAVE
              THRU 2250-VALIDAR-CLAVE-EXIT
      *
           EVALUATE TRUE
               WHEN SW-88-ACCION-ALTA
                   PERFORM 2300-ALTA-PRESUPUESTO
                      THRU 2300-ALTA-PRESUPUESTO-EXIT

               WHEN SW-88-ACCION-MODIF
                   PERFORM 2400-MODIF-PRESUPUESTO
                      THRU 2400-MODIF-PRESUPUESTO-EXIT

               WHEN SW-88-ACCION-BAJA
                   PERFORM 2500-BAJA-PRESUPUESTO
                      THRU 2500-BAJA-PRESUPUESTO-EXIT

               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *
           IF  NOT SW-88-ACCION-BAJA
               PERFORM 2700-MOSTRAR-PRESUPUESTO
                  THRU 2700-MOSTRAR-PRESUPUESTO-EXIT
           END-IF
      *
           MOVE -1                         TO ACCIONL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2250-VALIDAR-CLAVE
      *  EL MES VA COMO AAAAMM.  EL GRUPO DEBE TENER ALGUNA DIVISA EN  *
      *  V1DT125, SALVO EL GRUPO 'OTR' DE LAS DIVISAS SIN AGRUPAR      *
      ******************************************************************
       2250-VALIDAR-CLAVE.
      *
           IF  OFICINI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO OFICINL
               PERFORM REINPUT
           END-IF
      *
           MOVE ANOMESI                    TO WS-ANO-MES
      *
           IF  WS-ANO-MES NOT NUMERIC
            OR WS-MES LESS THAN 1
            OR WS-MES GREATER THAN 12
               MOVE ME-MES-INVALIDO        TO CAA-COD-ERROR
               MOVE -1                     TO ANOMESL
               PERFORM REINPUT
           END-IF
      *
           IF  GRUPOI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO GRUPOL
               PERFORM REINPUT
           END-IF
      *
           MOVE OFICINI                    TO COD-OFI-PRESUP
           MOVE WS-ANO-MES                 TO ANO-MES-PRESUP
           MOVE GRUPOI                     TO COD-GRP-PRESUP
      *
           IF  COD-GRP-PRESUP EQUAL CT-GRUPO-OTROS
               GO TO 2250-VALIDAR-CLAVE-EXIT
           END-IF
      *
           MOVE ZEROES                     TO WS-CANT-GRUPO
           MOVE 'V1DT125'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-GRUPO
               FROM V1DT125
               WHERE COD_GRP_DIVISA = :COD-GRP-PRESUP
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-GRUPO EQUAL ZEROES
               MOVE ME-GRUPO-INVALIDO      TO CAA-COD-ERROR
               MOVE -1                     TO GRUPOL
               PERFORM REINPUT
           END-IF
      *
           .
       2250-VALIDAR-CLAVE-EXIT.
           EXIT.
      ******************************************************************
      * 2260-VALIDAR-IMPORTES
      *  UNA META PUEDE SER CERO (GRUPO SIN ACTIVIDAD PREVISTA)        *
      ******************************************************************
       2260-VALIDAR-IMPORTES.
      *
           MOVE VOLPREI                    TO WS-IMP-ALFA
           INSPECT WS-IMP-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-IMP-ALFA NOT NUMERIC
               MOVE ME-MONTO-REQUERIDO     TO CAA-COD-ERROR
               MOVE -1                     TO VOLPREL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-IMP-NUM                 TO IMP-VOL-PRESUP
      *
           MOVE COMPREI                    TO WS-IMP-ALFA
           INSPECT WS-IMP-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-IMP-ALFA NOT NUMERIC
               MOVE ME-MONTO-REQUERIDO     TO CAA-COD-ERROR
               MOVE -1                     TO COMPREL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-IMP-NUM                 TO IMP-COM-PRESUP
      *
           MOVE CT-ORIGEN-PANTALLA         TO IND-ORIGEN-PRESUP
           MOVE AUD-USUARIO                TO COD-USUARIO-PRESUP
           MOVE WS-FEC-HOY                 TO FEC-ACT-PRESUP
      *
           .
       2260-VALIDAR-IMPORTES-EXIT.
           EXIT.
      ******************************************************************
      * 2300-ALTA-PRESUPUESTO
      ******************************************************************
       2300-ALTA-PRESUPUESTO.
      *
           PERFORM 2260-VALIDAR-IMPORTES
              THRU 2260-VALIDAR-IMPORTES-EXIT
      *
           MOVE ZEROES                     TO IMP-VOL-REAL
                                              IMP-COM-REAL
           MOVE SPACES                     TO FEC-CALCULO-REAL
           MOVE 'V1DT124'                  TO WS-TABLA
      *
           EXEC SQL
               INSERT INTO V1DT124
                   (COD_OFICINA,
                    ANO_MES,
                    COD_GRP_DIVISA,
                    IMP_VOL_PRESUP,
                    IMP_COM_PRESUP,
                    IMP_VOL_REAL,
                    IMP_COM_REAL,
                    FEC_CALCULO_REAL,
                    IND_ORIGEN,
                    COD_USUARIO,
                    FEC_ACTUALIZA)
               VALUES
                   (:COD-OFI-PRESUP,
                    :ANO-MES-PRESUP,
                    :COD-GRP-PRESUP,
                    :IMP-VOL-PRESUP,
                    :IMP-COM-PRESUP,
                    :IMP-VOL-REAL,
                    :IMP-COM-REAL,
                    :FEC-CALCULO-REAL,
                    :IND-ORIGEN-PRESUP,
                    :COD-USUARIO-PRESUP,
                    :FEC-ACT-PRESUP)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE ME-ALTA-CONFORME   TO CAA-COD-AVISO1

               WHEN DB2-DUPREC
                   MOVE ME-PRESUP-YA-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO OFICINL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2300-ALTA-PRESUPUESTO-EXIT.
           EXIT.
      ******************************************************************
      * 2400-MODIF-PRESUPUESTO
      *  SOLO CAMBIAN LAS METAS; EL REAL ES DE V13C55B                 *
      ******************************************************************
       2400-MODIF-PRESUPUESTO.
      *
           PERFORM 2260-VALIDAR-IMPORTES
              THRU 2260-VALIDAR-IMPORTES-EXIT
      *
           MOVE 'V1DT124'                  TO WS-TABLA
      *
           EXEC SQL
               UPDATE V1DT124
                  SET IMP_VOL_PRESUP = :IMP-VOL-PRESUP,
                      IMP_COM_PRESUP = :IMP-COM-PRESUP,
                      IND_ORIGEN     = :IND-ORIGEN-PRESUP,
                      COD_USUARIO    = :COD-USUARIO-PRESUP,
                      FEC_ACTUALIZA  = :FEC-ACT-PRESUP
                WHERE COD_OFICINA    = :COD-OFI-PRESUP
                  AND ANO_MES        = :ANO-MES-PRESUP
                  AND COD_GRP_DIVISA = :COD-GRP-PRESUP
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE ME-CAMBIO-CONFORME TO CAA-COD-AVISO1

               WHEN DB2-NOTFND
                   MOVE ME-PRESUP-NO-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO OFICINL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2400-MODIF-PRESUPUESTO-EXIT.
           EXIT.
      ******************************************************************
      * 2500-BAJA-PRESUPUESTO
      *  SIN REAL CALCULADO LA FILA SE BORRA; CON REAL, LA META QUEDA  *
      *  EN CERO Y LA FILA PASA A ORIGEN 'R' (SOLO REAL)               *
      ******************************************************************
       2500-BAJA-PRESUPUESTO.
      *
           PERFORM 2800-LEER-PRESUPUESTO
              THRU 2800-LEER-PRESUPUESTO-EXIT
      *
           IF  FEC-CALCULO-REAL EQUAL SPACES
               PERFORM 2550-BORRAR-PRESUPUESTO
                  THRU 2550-BORRAR-PRESUPUESTO-EXIT
           ELSE
               PERFORM 2560-ANULAR-META
                  THRU 2560-ANULAR-META-EXIT
           END-IF
      *
           MOVE ME-CAMBIO-CONFORME         TO CAA-COD-AVISO1
      *
           MOVE SPACES                     TO VOLPREI
                                              COMPREI
                                              VOLREAI
                                              COMREAI
                                              PCTVOLI
                                              PCTCOMI
                                              ORIGENI
                                              FECACTI
                                              USUACTI
      *
           .
       2500-BAJA-PRESUPUESTO-EXIT.
           EXIT.
      ******************************************************************
      * 2550-BORRAR-PRESUPUESTO
      ******************************************************************
       2550-BORRAR-PRESUPUESTO.
      *
           MOVE 'V1DT124'                  TO WS-TABLA
      *
           EXEC SQL
               DELETE FROM V1DT124
                WHERE COD_OFICINA    = :COD-OFI-PRESUP
                  AND ANO_MES        = :ANO-MES-PRESUP
                  AND COD_GRP_DIVISA = :COD-GRP-PRESUP
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2550-BORRAR-PRESUPUESTO-EXIT.
           EXIT.
      ******************************************************************
      * 2560-ANULAR-META
      ******************************************************************
       2560-ANULAR-META.
      *
           MOVE CT-ORIGEN-REAL             TO IND-ORIGEN-PRESUP
           MOVE AUD-USUARIO                TO COD-USUARIO-PRESUP
           MOVE WS-FEC-HOY                 TO FEC-ACT-PRESUP
           MOVE 'V1DT124'                  TO WS-TABLA
      *
           EXEC SQL
               UPDATE V1DT124
                  SET IMP_VOL_PRESUP = 0,
                      IMP_COM_PRESUP = 0,
                      IND_ORIGEN     = :IND-ORIGEN-PRESUP,
                      COD_USUARIO    = :COD-USUARIO-PRESUP,
                      FEC_ACTUALIZA  = :FEC-ACT-PRESUP
                WHERE COD_OFICINA    = :COD-OFI-PRESUP
                  AND ANO_MES        = :ANO-MES-PRESUP
                  AND COD_GRP_DIVISA = :COD-GRP-PRESUP
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2560-ANULAR-META-EXIT.
           EXIT.
      ******************************************************************
      * 2700-MOSTRAR-PRESUPUESTO
      *  LA META, EL REAL Y EL PORCENTAJE DE CUMPLIMIENTO (EN BLANCO   *
      *  SI LA META ES CERO)                                           *
      ******************************************************************
       2700-MOSTRAR-PRESUPUESTO.
      *
           PERFORM 2800-LEER-PRESUPUESTO
              THRU 2800-LEER-PRESUPUESTO-EXIT
      *
           MOVE IMP-VOL-PRESUP             TO WS-IMP-NUM
           MOVE WS-IMP-ALFA                TO VOLPREI
           MOVE IMP-COM-PRESUP             TO WS-IMP-NUM
           MOVE WS-IMP-ALFA                TO COMPREI
           MOVE IMP-VOL-REAL               TO WS-VOL-ED
           MOVE WS-VOL-ED                  TO VOLREAI
           MOVE IMP-COM-REAL               TO WS-COM-ED
           MOVE WS-COM-ED                  TO COMREAI
      *
           MOVE SPACES                     TO PCTVOLI
                                              PCTCOMI
      *
           IF  IMP-VOL-PRESUP GREATER THAN ZEROES
               COMPUTE WS-PORCENTAJE ROUNDED =
                       IMP-VOL-REAL * 100 / IMP-VOL-PRESUP
                   ON SIZE ERROR
                       MOVE 99999,99       TO WS-PORCENTAJE
               END-COMPUTE
               MOVE WS-PORCENTAJE          TO WS-PCT-ED
               MOVE WS-PCT-ED              TO PCTVOLI
           END-IF
      *
           IF  IMP-COM-PRESUP GREATER THAN ZEROES
               COMPUTE WS-PORCENTAJE ROUNDED =
                       IMP-COM-REAL * 100 / IMP-COM-PRESUP
                   ON SIZE ERROR
                       MOVE 99999,99       TO WS-PORCENTAJE
               END-COMPUTE
               MOVE WS-PORCENTAJE          TO WS-PCT-ED
               MOVE WS-PCT-ED              TO PCTCOMI
           END-IF
      *
           MOVE IND-ORIGEN-PRESUP          TO ORIGENI
           MOVE FEC-ACT-PRESUP             TO FECACTI
           MOVE COD-USUARIO-PRESUP         TO USUACTI
      *
           .
       2700-MOSTRAR-PRESUPUESTO-EXIT.
           EXIT.
      ******************************************************************
      * 2800-LEER-PRESUPUESTO
      ******************************************************************
       2800-LEER-PRESUPUESTO.
      *
           MOVE 'V1DT124'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT IMP_VOL_PRESUP,
                      IMP_COM_PRESUP,
                      IMP_VOL_REAL,
                      IMP_COM_REAL,
                      FEC_CALCULO_REAL,
                      IND_ORIGEN,
                      COD_USUARIO,
                      FEC_ACTUALIZA
               INTO  :IMP-VOL-PRESUP,
                     :IMP-COM-PRESUP,
                     :IMP-VOL-REAL,
                     :IMP-COM-REAL,
                     :FEC-CALCULO-REAL,
                     :IND-ORIGEN-PRESUP,
                     :COD-USUARIO-PRESUP,
                     :FEC-ACT-PRESUP
               FROM V1DT124
               WHERE COD_OFICINA    = :COD-OFI-PRESUP
                 AND ANO_MES        = :ANO-MES-PRESUP
                 AND COD_GRP_DIVISA = :COD-GRP-PRESUP
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-PRESUP-NO-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO OFICINL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2800-LEER-PRESUPUESTO-EXIT.
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
           MOVE 'V13C54M'                  TO W963-PROGRAMA
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
