      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C58B                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: BPC                                               *
      *                                                                *
      ******************************************************************
      * DOCUMENTACION.                                                 *
      * ------------------                                             *
      * ARCHIVO DE ENTRADA: PARMPEA (MES A REVISAR AAAAMM Y FACTOR DE  *
      *  HOLGURA SOBRE EL VOLUMEN DECLARADO, 9(02)V9(02); SIN FACTOR   *
      *  SE TOMA 1,50; ENTIDAD JURIDICA, EN BLANCO CONSOLIDADO)        *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALPEA (DESVIOS DEL PERFIL POR CLIENTE)     *
      * ------------------                                             *
      * PROCESO GLOBAL: COMPARA LA ACTIVIDAD REAL DEL MES (V1DT001,    *
      *  SIN INTERBANCARIAS) DE CADA CLIENTE CON SU PERFIL DE          *
      *  ACTIVIDAD ESPERADA (V1DT128, MANTENIDO EN V13C58M BAJO DOBLE  *
      *  CONTROL).  LOS CLIENTES SIN PERFIL NO SE EVALUAN.  DESVIOS:   *
      *  - VOLUMEN EN DOLARES DEL MES MAYOR QUE EL DECLARADO POR EL    *
      *    FACTOR (DETECTOR 'PAVOLUM', SOBRE LA OPERACION QUE CRUZA    *
      *    EL UMBRAL);                                                 *
      *  - OPERACIONES A PAISES DESTINO NO DECLARADOS (DETECTOR        *
      *    'PAPAIS', SOBRE LA PRIMERA OPERACION A CADA PAIS);          *
      *  - USO DE EFECTIVO CUANDO SE DECLARO SOLO TRANSFERENCIA        *
      *    (DETECTOR 'PAEFECT', SOBRE LA PRIMERA OPERACION EN          *
      *    EFECTIVO).                                                  *
      *  CADA DESVIO VA A LA RUTINA V19C060, QUE ABRE O AMPLIA EL CASO *
      *  DE REVISION DE LA OPERACION.  RETORNO 04 CUANDO HAY DESVIOS   *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C58B.
       AUTHOR.       FACTORIA.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      *        E N V I R O N M E N T         D I V I S I O N           *
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
      *
       FILE-CONTROL.
      *
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMPEA
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALPEA
                                        ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
      *                                                                *
      *                D A T A            D I V I S I O N              *
      *                                                                *
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *                                                                *
      *                  F I L E        S E C T I O N                 *
      *                                                                *
      ******************************************************************
       FILE SECTION.
      *
       FD  ARCH-PARAMETROS
           RECORDING MODE IS F.
      *
       01  REG-PARAMETROS.
           05  PAR-ANO-MES                 PIC X(06).
           05  PAR-FACTOR                  PIC 9(02)V9(02).
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(66).
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
      *
       01  REG-REPORTE                     PIC X(132).
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
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
      *    MES PEDIDO Y SUS LIMITES
           05  WS-ANO-MES                  PIC X(06)   VALUE SPACES.
           05  WS-ANO-MES-R REDEFINES WS-ANO-MES.
               10  WS-ANO                  PIC 9(04).
               10  WS-MES                  PIC 9(02).
           05  WS-DESDE                    PIC X(08)   VALUE SPACES.
           05  WS-HASTA                    PIC X(08)   VALUE SPACES.
           05  WS-ENT-BANCO                PIC X(04)   VALUE SPACES.
           05  WS-FACTOR                   PIC 9(02)V9(02)
                                                       VALUE ZEROES.
           05  WS-MONTO-USD                PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-DOC-ACTUAL               PIC X(15)   VALUE SPACES.
           05  WS-DETECTOR                 PIC X(08)   VALUE SPACES.
           05  WS-TIPO-DESVIO              PIC X(08)   VALUE SPACES.
           05  WS-IMP-ED                   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9.
           05  WS-IMP2-ED                  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9.
           05  WS-CANT-ED                  PIC ZZZZZZ9.
           05  WS-I                        PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-P                        PIC S9(04)  COMP
                                                       VALUE ZEROES.
      ******************************************************************
      *     PERFIL Y ACUMULADOS DEL CLIENTE EN CURSO (CONTROL-BREAK)   *
      ******************************************************************
       01  AC-CLIENTE.
           05  AC-IMP-DECLARADO            PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  AC-UMBRAL                   PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  AC-PAIS1                    PIC X(03)   VALUE SPACES.
           05  AC-PAIS2                    PIC X(03)   VALUE SPACES.
           05  AC-PAIS3                    PIC X(03)   VALUE SPACES.
           05  AC-PAGO                     PIC X(01)   VALUE SPACES.
      *    VOLUMEN DEL MES Y OPERACION QUE CRUZA EL UMBRAL
           05  AC-CANT-OPE                 PIC S9(07)  COMP-3
                                                       VALUE ZEROES.
           05  AC-VOLUMEN-USD              PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  AC-REF-VOLUMEN              PIC S9(10)  COMP-3
                                                       VALUE ZEROES.
      *    EFECTIVO NO DECLARADO
           05  AC-CANT-EFECTIVO            PIC S9(07)  COMP-3
                                                       VALUE ZEROES.
           05  AC-USD-EFECTIVO             PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  AC-REF-EFECTIVO             PIC S9(10)  COMP-3
                                                       VALUE ZEROES.
      *    PAISES DESTINO NO DECLARADOS
           05  AC-CANT-PAISES              PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  AC-PAIS                     OCCURS 50 TIMES.
               10  AC-COD-PAIS             PIC X(03).
               10  AC-CANT-PAIS            PIC S9(07)  COMP-3.
               10  AC-USD-PAIS             PIC S9(13)V9(02) COMP-3.
               10  AC-REF-PAIS             PIC S9(10)  COMP-3.
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(34)
               VALUE 'DESVIOS DEL PERFIL DE ACTIVIDAD - '.
           05  FILLER                      PIC X(04)   VALUE 'MES '.
           05  LN-TIT-ANO-MES              PIC X(06).
           05  FILLER                      PIC X(10)
                                           VALUE ' FACTOR: '.
           05  LN-TIT-FACTOR               PIC Z9,99.
           05  FILLER                      PIC X(24)
               VALUE ' (IMPORTES EN DOLARES)'.
           05  FILLER                      PIC X(10)
                                           VALUE ' ENTIDAD: '.
           05  LN-TIT-ENTIDAD              PIC X(11).
           05  FILLER                      PIC X(28)   VALUE SPACES.
      *
       01  LN-CABECERA.
           05  FILLER                      PIC X(16)
                                           VALUE 'DOCUMENTO'.
           05  FILLER                      PIC X(09)
                                           VALUE 'DESVIO'.
           05  FILLER                      PIC X(11)
                                           VALUE 'NUM. REF.'.
           05  FILLER                      PIC X(05)   VALUE 'PAIS'.
           05  FILLER                      PIC X(08)   VALUE '   OPER.'.
           05  FILLER                      PIC X(18)
                                           VALUE '        REAL USD'.
           05  FILLER                      PIC X(18)
                                           VALUE '   DECLARADO USD'.
           05  FILLER                      PIC X(47)   VALUE SPACES.
      *
       01  LN-DETALLE.
           05  LN-DET-DOCUMENTO            PIC X(15).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-DESVIO               PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-NUM-REF              PIC 9(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-PAIS                 PIC X(03).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-OPERACIONES          PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-REAL                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-DECLARADO            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(48)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-PAIS                     PIC X(01)   VALUE 'N'.
               88  PAIS-ENCONTRADO                     VALUE 'S'.
               88  PAIS-NO-ENCONTRADO                  VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C58B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-V19C060                  PIC X(08)   VALUE 'V19C060'.
           05  CT-DET-VOLUMEN              PIC X(08)   VALUE 'PAVOLUM'.
           05  CT-DET-PAIS                 PIC X(08)   VALUE 'PAPAIS'.
           05  CT-DET-EFECTIVO             PIC X(08)   VALUE 'PAEFECT'.
           05  CT-DIV-DOLAR                PIC X(03)   VALUE '1'.
           05  CT-CONTRAPARTE-BANCO        PIC X(01)   VALUE 'B'.
           05  CT-PAGO-EFECTIVO            PIC X(01)   VALUE 'E'.
           05  CT-PAGO-TRANSFERENCIA       PIC X(01)   VALUE 'T'.
           05  CT-FACTOR-DEFECTO           PIC 9(02)V9(02)
                                                       VALUE 1,50.
           05  CT-MAX-PAISES               PIC S9(04)  COMP
                                                       VALUE 50.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-OPERACIONES              PIC 9(09)   VALUE ZEROES.
           05  CN-CLIENTES                 PIC 9(07)   VALUE ZEROES.
           05  CN-DESVIO-VOLUMEN           PIC 9(07)   VALUE ZEROES.
           05  CN-DESVIO-PAIS              PIC 9(07)   VALUE ZEROES.
           05  CN-DESVIO-EFECTIVO          PIC 9(07)   VALUE ZEROES.
           05  CN-HALLAZGOS                PIC 9(07)   VALUE ZEROES.
           05  CN-PAISES-EXCEDIDOS         PIC 9(07)   VALUE ZEROES.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      *  COPY DE LA RUTINA V19C025 (EVENTOS Y ALERTAS)
           COPY V1WC925.
      *  COPY DE LA RUTINA V19C060 (CONSOLIDACION DE HALLAZGOS)
           COPY V1WC960.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT001
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT128
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    OPERACIONES DEL MES DE LOS CLIENTES CON PERFIL DECLARADO
      *
           EXEC SQL
               DECLARE V13C58B-V1DC5811
               CURSOR FOR
               SELECT A.NUM_REF,
                      A.NUM_DOC_PERSONA,
                      CASE WHEN A.COD_DIV_OPE = :CT-DIV-DOLAR
                           THEN A.IMP_OPE
                           ELSE A.IMP_OPE * A.TAS_DOLAR
                      END,
                      A.COD_PAIS_DEST,
                      A.TIP_PAGO,
                      P.IMP_MES_USD,
                      P.COD_PAIS_1,
                      P.COD_PAIS_2,
                      P.COD_PAIS_3,
                      P.TIP_PAGO
               FROM V1DT001 A
                    INNER JOIN V1DT128 P
                      ON P.NUM_DOC_PERSONA = A.NUM_DOC_PERSONA
               WHERE A.FEC_OPE >= :WS-DESDE
                 AND A.FEC_OPE <= :WS-HASTA
                 AND A.CLA_CONTRAPARTE <> :CT-CONTRAPARTE-BANCO
                 AND (A.COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
               ORDER BY A.NUM_DOC_PERSONA,
                        A.FEC_OPE,
                        A.HOR_OPE,
                        A.NUM_REF
           END-EXEC
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.
      *
       MAINLINE.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT
      *
           PERFORM 2000-EVALUAR
              THRU 2000-EVALUAR-EXIT
      *
           PERFORM 6000-FIN
              THRU 6000-FIN-EXIT
      *
           STOP RUN
           .
      ******************************************************************
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
           OPEN INPUT  ARCH-PARAMETROS
           OPEN OUTPUT ARCH-REPORTE
      *
           READ ARCH-PARAMETROS
               AT END
                   DISPLAY 'V13C58B - ARCHIVO DE PARAMETROS VACIO'
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           MOVE PAR-ANO-MES                TO WS-ANO-MES
           MOVE PAR-COD-ENT-BANCO          TO WS-ENT-BANCO
      *
           IF  WS-ANO-MES NOT NUMERIC
            OR WS-MES LESS THAN 1
            OR WS-MES GREATER THAN 12
               DISPLAY 'V13C58B - MES INVALIDO EN PARAMETROS: '
                       PAR-ANO-MES
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
      *    SIN FACTOR SE TOLERA HASTA UN 50% SOBRE LO DECLARADO
      *
           IF  PAR-FACTOR NUMERIC
           AND PAR-FACTOR GREATER THAN ZEROES
               MOVE PAR-FACTOR             TO WS-FACTOR
           ELSE
               MOVE CT-FACTOR-DEFECTO      TO WS-FACTOR
           END-IF
      *
           STRING WS-ANO-MES '01'
                  DELIMITED BY SIZE
                  INTO WS-DESDE
           END-STRING
           STRING WS-ANO-MES '31'
                  DELIMITED BY SIZE
                  INTO WS-HASTA
           END-STRING
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           MOVE ZEROES                     TO CN-OPERACIONES
                                              CN-CLIENTES
                                              CN-DESVIO-VOLUMEN
                                              CN-DESVIO-PAIS
                                              CN-DESVIO-EFECTIVO
                                              CN-HALLAZGOS
                                              CN-PAISES-EXCEDIDOS
      *
           MOVE WS-ANO-MES                 TO LN-TIT-ANO-MES
           MOVE WS-FACTOR                  TO LN-TIT-FACTOR
           IF  WS-ENT-BANCO EQUAL SPACES
               MOVE 'CONSOLIDADO'          TO LN-TIT-ENTIDAD
           ELSE
               MOVE WS-ENT-BANCO           TO LN-TIT-ENTIDAD
           END-IF
           WRITE REG-REPORTE             FROM LN-TITULO
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE             FROM LN-CABECERA
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HOY                 TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                       2000-EVALUAR                             *
      *  SE RECORREN LAS OPERACIONES DEL MES POR CLIENTE; AL CAMBIAR   *
      *  DE CLIENTE SE COMPARA LO ACUMULADO CONTRA SU PERFIL           *
      ******************************************************************
       2000-EVALUAR.
      *
           MOVE SPACES                     TO WS-DOC-ACTUAL
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C58B-V1DC5811
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-OPERACION
             UNTIL FIN-CURSOR
      *
           IF  WS-DOC-ACTUAL NOT EQUAL SPACES
               PERFORM 2500-CERRAR-CLIENTE
                  THRU 2500-CERRAR-CLIENTE-EXIT
           END-IF
      *
           EXEC SQL
               CLOSE V13C58B-V1DC5811
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       2000-EVALUAR-EXIT.
           EXIT.
      ******************************************************************
      * LEER-OPERACION
      ******************************************************************
       LEER-OPERACION.
      *
           EXEC SQL
               FETCH V13C58B-V1DC5811
               INTO :NUM-REF,
                    :NUM-DOC-PERSONA,
                    :WS-MONTO-USD,
                    :COD-PAIS-DEST,
                    :TIP-PAGO,
                    :IMP-MES-PERFIL,
                    :COD-PAIS1-PERFIL,
                    :COD-PAIS2-PERFIL,
                    :COD-PAIS3-PERFIL,
                    :TIP-PAGO-PERFIL
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2100-PROCESAR-OPERACION
                      THRU 2100-PROCESAR-OPERACION-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  2100-PROCESAR-OPERACION                       *
      *  SE GUARDA LA PRIMERA OPERACION QUE CRUZA CADA DESVIO, QUE ES  *
      *  SOBRE LA QUE SE ABRE EL CASO                                  *
      ******************************************************************
       2100-PROCESAR-OPERACION.
      *
           ADD 1                           TO CN-OPERACIONES
      *
           IF  NUM-DOC-PERSONA NOT EQUAL WS-DOC-ACTUAL
               IF  WS-DOC-ACTUAL NOT EQUAL SPACES
                   PERFORM 2500-CERRAR-CLIENTE
                      THRU 2500-CERRAR-CLIENTE-EXIT
               END-IF
               PERFORM 2150-NUEVO-CLIENTE
                  THRU 2150-NUEVO-CLIENTE-EXIT
           END-IF
      *
      *    VOLUMEN
      *
           ADD 1                           TO AC-CANT-OPE
           ADD WS-MONTO-USD                TO AC-VOLUMEN-USD
      *
           IF  AC-REF-VOLUMEN EQUAL ZEROES
           AND AC-VOLUMEN-USD GREATER THAN AC-UMBRAL
               MOVE NUM-REF                TO AC-REF-VOLUMEN
           END-IF
      *
      *    EFECTIVO CUANDO SOLO SE DECLARO TRANSFERENCIA
      *
           IF  TIP-PAGO EQUAL CT-PAGO-EFECTIVO
           AND AC-PAGO EQUAL CT-PAGO-TRANSFERENCIA
               ADD 1                       TO AC-CANT-EFECTIVO
               ADD WS-MONTO-USD            TO AC-USD-EFECTIVO
               IF  AC-REF-EFECTIVO EQUAL ZEROES
                   MOVE NUM-REF            TO AC-REF-EFECTIVO
               END-IF
           END-IF
      *
      *    PAIS DESTINO NO DECLARADO
      *
           IF  COD-PAIS-DEST EQUAL SPACES
            OR COD-PAIS-DEST EQUAL AC-PAIS1
            OR COD-PAIS-DEST EQUAL AC-PAIS2
            OR COD-PAIS-DEST EQUAL AC-PAIS3
               GO TO 2100-PROCESAR-OPERACION-EXIT
           END-IF
      *
           PERFORM 2200-SUMAR-PAIS
              THRU 2200-SUMAR-PAIS-EXIT
      *
           .
       2100-PROCESAR-OPERACION-EXIT.
           EXIT.
      ******************************************************************
      * 2150-NUEVO-CLIENTE
      ******************************************************************
       2150-NUEVO-CLIENTE.
      *
           ADD 1                           TO CN-CLIENTES
      *
           MOVE NUM-DOC-PERSONA            TO WS-DOC-ACTUAL
           INITIALIZE AC-CLIENTE
      *
           MOVE IMP-MES-PERFIL             TO AC-IMP-DECLARADO
           COMPUTE AC-UMBRAL ROUNDED = IMP-MES-PERFIL * WS-FACTOR
           MOVE COD-PAIS1-PERFIL           TO AC-PAIS1
           MOVE COD-PAIS2-PERFIL           TO AC-PAIS2
           MOVE COD-PAIS3-PERFIL           TO AC-PAIS3
           MOVE TIP-PAGO-PERFIL            TO AC-PAGO
      *
           .
       2150-NUEVO-CLIENTE-EXIT.
           EXIT.
      ******************************************************************
      * 2200-SUMAR-PAIS
      *  UN CLIENTE CON MAS DE 50 PAISES NO DECLARADOS EN EL MES YA    *
      *  TIENE CASO; LOS SIGUIENTES SOLO SE CUENTAN                    *
      ******************************************************************
       2200-SUMAR-PAIS.
      *
           SET PAIS-NO-ENCONTRADO          TO TRUE
           PERFORM BUSCAR-PAIS
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER THAN AC-CANT-PAISES
                OR PAIS-ENCONTRADO
      *
           IF  PAIS-NO-ENCONTRADO
               IF  AC-CANT-PAISES NOT LESS THAN CT-MAX-PAISES
                   ADD 1                   TO CN-PAISES-EXCEDIDOS
                   GO TO 2200-SUMAR-PAIS-EXIT
               END-IF
               ADD 1                       TO AC-CANT-PAISES
               MOVE AC-CANT-PAISES         TO WS-P
               MOVE COD-PAIS-DEST          TO AC-COD-PAIS(WS-P)
               MOVE ZEROES                 TO AC-CANT-PAIS(WS-P)
                                              AC-USD-PAIS(WS-P)
               MOVE NUM-REF                TO AC-REF-PAIS(WS-P)
           END-IF
      *
           ADD 1                           TO AC-CANT-PAIS(WS-P)
           ADD WS-MONTO-USD                TO AC-USD-PAIS(WS-P)
      *
           .
       2200-SUMAR-PAIS-EXIT.
           EXIT.
      ******************************************************************
      * BUSCAR-PAIS
      ******************************************************************
       BUSCAR-PAIS.
      *
           IF  AC-COD-PAIS(WS-I) EQUAL COD-PAIS-DEST
               SET PAIS-ENCONTRADO         TO TRUE
               MOVE WS-I                   TO WS-P
           END-IF
      *
           .
      ******************************************************************
      *                     2500-CERRAR-CLIENTE                        *
      *  CADA DESVIO DEL CLIENTE SE LISTA Y SE ENVIA A V19C060         *
      ******************************************************************
       2500-CERRAR-CLIENTE.
      *
           IF  AC-REF-VOLUMEN NOT EQUAL ZEROES
               ADD 1                       TO CN-DESVIO-VOLUMEN
               MOVE CT-DET-VOLUMEN         TO WS-DETECTOR
               MOVE 'VOLUMEN'              TO WS-TIPO-DESVIO
               MOVE AC-REF-VOLUMEN         TO W960-NUM-REF
               MOVE AC-VOLUMEN-USD         TO WS-IMP-ED
               MOVE AC-IMP-DECLARADO       TO WS-IMP2-ED
               MOVE SPACES                 TO W960-DETALLE
               STRING 'PERFIL VOLUMEN USD'
                      WS-IMP-ED
                      ' DECL.'
                      WS-IMP2-ED
                      DELIMITED BY SIZE
                      INTO W960-DETALLE
               END-STRING
               MOVE SPACES                 TO LN-DET-PAIS
               MOVE AC-CANT-OPE            TO LN-DET-OPERACIONES
               MOVE AC-VOLUMEN-USD         TO LN-DET-REAL
               PERFORM 2600-ENVIAR-DESVIO
                  THRU 2600-ENVIAR-DESVIO-EXIT
           END-IF
      *
           IF  AC-REF-EFECTIVO NOT EQUAL ZEROES
               ADD 1                       TO CN-DESVIO-EFECTIVO
               MOVE CT-DET-EFECTIVO        TO WS-DETECTOR
               MOVE 'EFECTIVO'             TO WS-TIPO-DESVIO
               MOVE AC-REF-EFECTIVO        TO W960-NUM-REF
               MOVE AC-CANT-EFECTIVO       TO WS-CANT-ED
               MOVE AC-USD-EFECTIVO        TO WS-IMP-ED
               MOVE SPACES                 TO W960-DETALLE
               STRING 'PERFIL EFECTIVO NO DECL. OPS'
                      WS-CANT-ED
                      ' USD'
                      WS-IMP-ED
                      DELIMITED BY SIZE
                      INTO W960-DETALLE
               END-STRING
               MOVE SPACES                 TO LN-DET-PAIS
               MOVE AC-CANT-EFECTIVO       TO LN-DET-OPERACIONES
               MOVE AC-USD-EFECTIVO        TO LN-DET-REAL
               PERFORM 2600-ENVIAR-DESVIO
                  THRU 2600-ENVIAR-DESVIO-EXIT
           END-IF
      *
           PERFORM 2550-CERRAR-PAIS
             VARYING WS-P FROM 1 BY 1
             UNTIL WS-P GREATER THAN AC-CANT-PAISES
      *
           .
       2500-CERRAR-CLIENTE-EXIT.
           EXIT.
      ******************************************************************
      * 2550-CERRAR-PAIS
      ******************************************************************
       2550-CERRAR-PAIS.
      *
           ADD 1                           TO CN-DESVIO-PAIS
           MOVE CT-DET-PAIS                TO WS-DETECTOR
           MOVE 'PAIS'                     TO WS-TIPO-DESVIO
           MOVE AC-REF-PAIS(WS-P)          TO W960-NUM-REF
           MOVE AC-CANT-PAIS(WS-P)         TO WS-CANT-ED
           MOVE AC-USD-PAIS(WS-P)          TO WS-IMP-ED
           MOVE SPACES                     TO W960-DETALLE
           STRING 'PERFIL PAIS NO DECL. '
                  AC-COD-PAIS(WS-P)
                  ' OPS'
                  WS-CANT-ED
                  ' USD'
                  WS-IMP-ED
                  DELIMITED BY SIZE
                  INTO W960-DETALLE
           END-STRING
           MOVE AC-COD-PAIS(WS-P)          TO LN-DET-PAIS
           MOVE AC-CANT-PAIS(WS-P)         TO LN-DET-OPERACIONES
           MOVE AC-USD-PAIS(WS-P)          TO LN-DET-REAL
           PERFORM 2600-ENVIAR-DESVIO
              THRU 2600-ENVIAR-DESVIO-EXIT
      *
           .
      ******************************************************************
      *                     2600-ENVIAR-DESVIO                         *
      *  LA OPERACION QUE DISPARA EL DESVIO ABRE (O SE SUMA A) SU      *
      *  UNICO CASO DE REVISION CON EL DETECTOR DEL DESVIO             *
      ******************************************************************
       2600-ENVIAR-DESVIO.
      *
           MOVE WS-DOC-ACTUAL              TO LN-DET-DOCUMENTO
           MOVE WS-TIPO-DESVIO             TO LN-DET-DESVIO
           MOVE W960-NUM-REF               TO LN-DET-NUM-REF
           MOVE AC-IMP-DECLARADO           TO LN-DET-DECLARADO
           WRITE REG-REPORTE             FROM LN-DETALLE
      *
           MOVE WS-DETECTOR                TO W960-PROGRAMA
           CALL CT-V19C060 USING V1WC960
      *
           IF  W960-88-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD 1                           TO CN-HALLAZGOS
      *
           .
       2600-ENVIAR-DESVIO-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           DISPLAY 'V13C58B - OPERACIONES DEL MES:    ' CN-OPERACIONES
           DISPLAY 'V13C58B - CLIENTES CON PERFIL:    ' CN-CLIENTES
           DISPLAY 'V13C58B - DESVIOS DE VOLUMEN:     '
                   CN-DESVIO-VOLUMEN
           DISPLAY 'V13C58B - DESVIOS DE PAIS:        ' CN-DESVIO-PAIS
           DISPLAY 'V13C58B - DESVIOS DE EFECTIVO:    '
                   CN-DESVIO-EFECTIVO
           DISPLAY 'V13C58B - PAISES SIN LUGAR:       '
                   CN-PAISES-EXCEDIDOS
           DISPLAY 'V13C58B - HALLAZGOS ENVIADOS:     ' CN-HALLAZGOS
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V13C58B - ENTIDAD JURIDICA:       CONSOLIDADO'
           ELSE
               DISPLAY 'V13C58B - ENTIDAD JURIDICA:       ' WS-ENT-BANCO
           END-IF
      *
           IF  CN-HALLAZGOS GREATER THAN ZEROES
               MOVE CN-HALLAZGOS           TO WS-CANT-ED
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               MOVE 'A'                    TO W925-SEVERIDAD
               STRING 'PERFIL DE ACTIVIDAD ESPERADA: '
                      WS-CANT-ED
                      ' DESVIOS CON CASO'
                      DELIMITED BY SIZE
                      INTO W925-TEXTO
               END-STRING
               CALL CT-V19C025 USING V1WC925
               MOVE 04                     TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-OPERACIONES             TO W924-CANT-LEIDOS
           MOVE CN-HALLAZGOS               TO W924-CANT-GRABADOS
           MOVE ZEROES                     TO W924-CANT-ACTUALIZADOS
           MOVE RETURN-CODE                TO W924-COD-RETORNO
           CALL CT-V19C024 USING V1WC924
      *
           .
       6000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *                       9999-ABEND-DB2                           *
      *  SE TERMINA EL PROCESO CUANDO SE PRODUCE UN ERROR DB2          *
      ******************************************************************
       9999-ABEND-DB2.
      *
           DISPLAY 'V13C58B - ERROR DB2 SQLCODE: ' SQLCODE
      *
           EXEC SQL
               ROLLBACK
           END-EXEC
      *
           MOVE 16                         TO RETURN-CODE
      *
           STOP RUN
           .
       9999-ABEND-DB2-EXIT.
           EXIT.
