      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C44B                                             *
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
      * ARCHIVO DE ENTRADA: PARMKYC (FECHA DE CONTROL, POR DEFECTO LA  *
      *  DEL DIA)                                                      *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALKYC (REVISIONES KYC INCORPORADAS,        *
      *  ABIERTAS Y ESCALADAS EN LA CORRIDA)                           *
      * ------------------                                             *
      * PROCESO GLOBAL: PLANIFICADOR NOCTURNO DE LAS REVISIONES        *
      *  PERIODICAS KYC.  LOS CLIENTES CUYA CATEGORIA VIGENTE EN       *
      *  V1DT059 TIENE POLITICA EN V1DT111 ENTRAN AL CALENDARIO        *
      *  V1DT112 CON LA PROXIMA REVISION A LOS DIAS DEL CICLO DESDE    *
      *  LA CATEGORIZACION; SI LA CATEGORIA CAMBIA, LA PROXIMA SE      *
      *  RECALCULA DESDE LA ULTIMA REVISION CON EL CICLO NUEVO.        *
      *  LUEGO ABRE LAS REVISIONES QUE VENCEN EN LA FECHA Y ESCALA A   *
      *  V1DT025 LAS ABIERTAS QUE PASARON LA FECHA LIMITE (VENCIMIENTO *
      *  MAS LOS DIAS DE GRACIA), CON CODIGO DE RETORNO 04.  LA        *
      *  REVISION SE CIERRA EN V13C44M                                 *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C44B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMKYC
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALKYC
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
           05  PAR-FECHA                   PIC X(08).
           05  FILLER                      PIC X(72).
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
      *
       01  REG-REPORTE.
           05  REP-DOCUMENTO               PIC X(15).
           05  FILLER                      PIC X(02).
           05  REP-CATEGORIA               PIC X(01).
           05  FILLER                      PIC X(02).
           05  REP-ULT-REVISION            PIC X(08).
           05  FILLER                      PIC X(02).
           05  REP-PROX-REVISION           PIC X(08).
           05  FILLER                      PIC X(02).
           05  REP-FEC-LIMITE              PIC X(08).
           05  FILLER                      PIC X(02).
           05  REP-TEXTO                   PIC X(20).
           05  FILLER                      PIC X(10).
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
           05  WS-FEC-CONTROL              PIC X(08)   VALUE SPACES.
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
           05  WS-FEC-DESDE-CAT            PIC X(08)   VALUE SPACES.
           05  WS-TEXTO-REPORTE            PIC X(20)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C44B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-EST-VIGENTE              PIC X(01)   VALUE 'V'.
           05  CT-EST-ABIERTA              PIC X(01)   VALUE 'A'.
           05  CT-EST-ESCALADA             PIC X(01)   VALUE 'E'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-INCORPORADOS             PIC 9(07)   VALUE ZEROES.
           05  CN-RECATEGORIZADOS          PIC 9(07)   VALUE ZEROES.
           05  CN-ABIERTAS                 PIC 9(07)   VALUE ZEROES.
           05  CN-ESCALADAS                PIC 9(07)   VALUE ZEROES.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      *  COPY DE LA RUTINA V19C025 (EVENTOS Y ALERTAS)
           COPY V1WC925.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT111
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT112
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    CLIENTES CON CATEGORIA VIGENTE SUJETA A POLITICA QUE AUN NO
      *    ESTAN EN EL CALENDARIO
      *
           EXEC SQL
               DECLARE V13C44B-V1DC4411
               CURSOR FOR
               SELECT A.NUM_DOC_PERSONA,
                      A.COD_CATEGORIA,
                      A.FEC_DESDE,
                      P.NUM_DIAS_CICLO,
                      P.NUM_DIAS_GRACIA
               FROM V1DT059 A,
                    V1DT111 P
               WHERE A.FEC_DESDE     <= :WS-FEC-CONTROL
                 AND A.FEC_HASTA     >= :WS-FEC-CONTROL
                 AND P.COD_CATEGORIA  = A.COD_CATEGORIA
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT112 C
                      WHERE C.NUM_DOC_PERSONA = A.NUM_DOC_PERSONA)
               ORDER BY A.NUM_DOC_PERSONA
           END-EXEC
      *
      *    CLIENTES DEL CALENDARIO CUYA CATEGORIA VIGENTE YA NO ES LA
      *    DEL CALENDARIO
      *
           EXEC SQL
               DECLARE V13C44B-V1DC4412
               CURSOR FOR
               SELECT C.NUM_DOC_PERSONA,
                      C.FEC_ULT_REVISION,
                      A.COD_CATEGORIA,
                      P.NUM_DIAS_CICLO,
                      P.NUM_DIAS_GRACIA
               FROM V1DT112 C,
                    V1DT059 A,
                    V1DT111 P
               WHERE A.NUM_DOC_PERSONA  = C.NUM_DOC_PERSONA
                 AND A.FEC_DESDE       <= :WS-FEC-CONTROL
                 AND A.FEC_HASTA       >= :WS-FEC-CONTROL
                 AND A.COD_CATEGORIA   <> C.COD_CATEGORIA
                 AND P.COD_CATEGORIA    = A.COD_CATEGORIA
               ORDER BY C.NUM_DOC_PERSONA
           END-EXEC
      *
      *    REVISIONES VIGENTES QUE VENCEN A LA FECHA
      *
           EXEC SQL
               DECLARE V13C44B-V1DC4413
               CURSOR FOR
               SELECT NUM_DOC_PERSONA,
                      COD_CATEGORIA,
                      FEC_ULT_REVISION,
                      FEC_PROX_REVISION,
                      FEC_LIMITE
               FROM V1DT112
               WHERE EST_REVISION       = :CT-EST-VIGENTE
                 AND FEC_PROX_REVISION <= :WS-FEC-CONTROL
               ORDER BY NUM_DOC_PERSONA
           END-EXEC
      *
      *    REVISIONES ABIERTAS QUE PASARON LA FECHA LIMITE
      *
           EXEC SQL
               DECLARE V13C44B-V1DC4414
               CURSOR FOR
               SELECT NUM_DOC_PERSONA,
                      COD_CATEGORIA,
                      FEC_ULT_REVISION,
                      FEC_PROX_REVISION,
                      FEC_LIMITE
               FROM V1DT112
               WHERE EST_REVISION = :CT-EST-ABIERTA
                 AND FEC_LIMITE   < :WS-FEC-CONTROL
               ORDER BY NUM_DOC_PERSONA
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
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
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
                   DISPLAY 'V13C44B - ARCHIVO DE PARAMETROS VACIO'
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           IF  PAR-FECHA EQUAL SPACES
               MOVE WS-FEC-HOY             TO WS-FEC-CONTROL
           ELSE
               MOVE PAR-FECHA              TO WS-FEC-CONTROL
           END-IF
      *
           MOVE ZEROES                     TO CN-INCORPORADOS
                                              CN-RECATEGORIZADOS
                                              CN-ABIERTAS
                                              CN-ESCALADAS
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-CONTROL             TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                        2000-PROCESO                            *
      *  PRIMERO SE PONE AL DIA EL CALENDARIO CON LAS CATEGORIAS       *
      *  VIGENTES; DESPUES SE ABREN LAS REVISIONES QUE VENCEN Y SE     *
      *  ESCALAN LAS QUE PASARON LA GRACIA                             *
      ******************************************************************
       2000-PROCESO.
      *
           PERFORM 2100-INCORPORAR-CLIENTES
              THRU 2100-INCORPORAR-CLIENTES-EXIT
      *
           PERFORM 2200-RECATEGORIZAR
              THRU 2200-RECATEGORIZAR-EXIT
      *
           PERFORM 2300-ABRIR-REVISIONES
              THRU 2300-ABRIR-REVISIONES-EXIT
      *
           PERFORM 2400-ESCALAR-REVISIONES
              THRU 2400-ESCALAR-REVISIONES-EXIT
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *                  2100-INCORPORAR-CLIENTES                      *
      ******************************************************************
       2100-INCORPORAR-CLIENTES.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C44B-V1DC4411
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-NUEVO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C44B-V1DC4411
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2100-INCORPORAR-CLIENTES-EXIT.
           EXIT.
      ******************************************************************
      * LEER-NUEVO
      ******************************************************************
       LEER-NUEVO.
      *
           EXEC SQL
               FETCH V13C44B-V1DC4411
               INTO :NUM-DOC-KYC,
                    :COD-CATEGORIA-KYC,
                    :WS-FEC-DESDE-CAT,
                    :NUM-DIAS-CICLO,
                    :NUM-DIAS-GRACIA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3100-INSERTAR-CALENDARIO
                      THRU 3100-INSERTAR-CALENDARIO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                    2200-RECATEGORIZAR                          *
      ******************************************************************
       2200-RECATEGORIZAR.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C44B-V1DC4412
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-RECATEGORIZADO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C44B-V1DC4412
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2200-RECATEGORIZAR-EXIT.
           EXIT.
      ******************************************************************
      * LEER-RECATEGORIZADO
      ******************************************************************
       LEER-RECATEGORIZADO.
      *
           EXEC SQL
               FETCH V13C44B-V1DC4412
               INTO :NUM-DOC-KYC,
                    :FEC-ULT-REVISION,
                    :COD-CATEGORIA-KYC,
                    :NUM-DIAS-CICLO,
                    :NUM-DIAS-GRACIA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3200-CAMBIAR-CATEGORIA
                      THRU 3200-CAMBIAR-CATEGORIA-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   2300-ABRIR-REVISIONES                        *
      ******************************************************************
       2300-ABRIR-REVISIONES.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C44B-V1DC4413
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-VENCIDA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C44B-V1DC4413
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2300-ABRIR-REVISIONES-EXIT.
           EXIT.
      ******************************************************************
      * LEER-VENCIDA
      ******************************************************************
       LEER-VENCIDA.
      *
           EXEC SQL
               FETCH V13C44B-V1DC4413
               INTO :NUM-DOC-KYC,
                    :COD-CATEGORIA-KYC,
                    :FEC-ULT-REVISION,
                    :FEC-PROX-REVISION,
                    :FEC-LIMITE-KYC
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3300-ABRIR-REVISION
                      THRU 3300-ABRIR-REVISION-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  2400-ESCALAR-REVISIONES                       *
      ******************************************************************
       2400-ESCALAR-REVISIONES.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C44B-V1DC4414
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-ATRASADA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C44B-V1DC4414
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2400-ESCALAR-REVISIONES-EXIT.
           EXIT.
      ******************************************************************
      * LEER-ATRASADA
      ******************************************************************
       LEER-ATRASADA.
      *
           EXEC SQL
               FETCH V13C44B-V1DC4414
               INTO :NUM-DOC-KYC,
                    :COD-CATEGORIA-KYC,
                    :FEC-ULT-REVISION,
                    :FEC-PROX-REVISION,
                    :FEC-LIMITE-KYC
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3400-ESCALAR-REVISION
                      THRU 3400-ESCALAR-REVISION-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  3100-INSERTAR-CALENDARIO                      *
      *  LA CATEGORIZACION CUENTA COMO LA PRIMERA REVISION             *
      ******************************************************************
       3100-INSERTAR-CALENDARIO.
      *
           MOVE WS-FEC-DESDE-CAT           TO FEC-ULT-REVISION
      *
           PERFORM 3500-CALCULAR-FECHAS
              THRU 3500-CALCULAR-FECHAS-EXIT
      *
           MOVE CT-EST-VIGENTE             TO EST-REVISION-KYC
           MOVE SPACES                     TO FEC-APERTURA-KYC
                                              COD-USUARIO-KYC
                                              COD-RESULTADO-KYC
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
           ADD 1                           TO CN-INCORPORADOS
           MOVE 'INCORPORADO'              TO WS-TEXTO-REPORTE
           PERFORM 5000-ESCRIBIR-REPORTE
              THRU 5000-ESCRIBIR-REPORTE-EXIT
      *
           .
       3100-INSERTAR-CALENDARIO-EXIT.
           EXIT.
      ******************************************************************
      *                   3200-CAMBIAR-CATEGORIA                       *
      *  CON LA CATEGORIA NUEVA LA PROXIMA REVISION SE CUENTA DESDE LA *
      *  ULTIMA CON EL CICLO NUEVO; LA REVISION QUEDA VIGENTE Y, SI YA *
      *  VENCE, SE VUELVE A ABRIR EN ESTA MISMA CORRIDA                *
      ******************************************************************
       3200-CAMBIAR-CATEGORIA.
      *
           PERFORM 3500-CALCULAR-FECHAS
              THRU 3500-CALCULAR-FECHAS-EXIT
      *
           MOVE CT-EST-VIGENTE             TO EST-REVISION-KYC
           MOVE SPACES                     TO FEC-APERTURA-KYC
      *
           EXEC SQL
               UPDATE V1DT112
                  SET COD_CATEGORIA     = :COD-CATEGORIA-KYC,
                      FEC_PROX_REVISION = :FEC-PROX-REVISION,
                      FEC_LIMITE        = :FEC-LIMITE-KYC,
                      EST_REVISION      = :EST-REVISION-KYC,
                      FEC_APERTURA      = :FEC-APERTURA-KYC
                WHERE NUM_DOC_PERSONA   = :NUM-DOC-KYC
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD 1                           TO CN-RECATEGORIZADOS
           MOVE 'CAMBIO DE CATEGORIA'      TO WS-TEXTO-REPORTE
           PERFORM 5000-ESCRIBIR-REPORTE
              THRU 5000-ESCRIBIR-REPORTE-EXIT
      *
           .
       3200-CAMBIAR-CATEGORIA-EXIT.
           EXIT.
      ******************************************************************
      *                    3300-ABRIR-REVISION                         *
      ******************************************************************
       3300-ABRIR-REVISION.
      *
           EXEC SQL
               UPDATE V1DT112
                  SET EST_REVISION    = :CT-EST-ABIERTA,
                      FEC_APERTURA    = :WS-FEC-CONTROL
                WHERE NUM_DOC_PERSONA = :NUM-DOC-KYC
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD 1                           TO CN-ABIERTAS
           MOVE 'REVISION ABIERTA'         TO WS-TEXTO-REPORTE
           PERFORM 5000-ESCRIBIR-REPORTE
              THRU 5000-ESCRIBIR-REPORTE-EXIT
      *
           .
       3300-ABRIR-REVISION-EXIT.
           EXIT.
      ******************************************************************
      *                   3400-ESCALAR-REVISION                        *
      ******************************************************************
       3400-ESCALAR-REVISION.
      *
           EXEC SQL
               UPDATE V1DT112
                  SET EST_REVISION    = :CT-EST-ESCALADA
                WHERE NUM_DOC_PERSONA = :NUM-DOC-KYC
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD 1                           TO CN-ESCALADAS
           MOVE 'REVISION ESCALADA'        TO WS-TEXTO-REPORTE
           PERFORM 5000-ESCRIBIR-REPORTE
              THRU 5000-ESCRIBIR-REPORTE-EXIT
      *
           INITIALIZE V1WC925
           MOVE CT-PROGRAMA                TO W925-PROGRAMA
           MOVE 'A'                        TO W925-SEVERIDAD
           STRING 'REVISION KYC VENCIDA CLIENTE '
                                           DELIMITED BY SIZE
                  NUM-DOC-KYC              DELIMITED BY SIZE
                  ' LIMITE '               DELIMITED BY SIZE
                  FEC-LIMITE-KYC           DELIMITED BY SIZE
                  INTO W925-TEXTO
           END-STRING
           CALL CT-V19C025 USING V1WC925
      *
           .
       3400-ESCALAR-REVISION-EXIT.
           EXIT.
      ******************************************************************
      *                   3500-CALCULAR-FECHAS                         *
      *  PROXIMA = ULTIMA + DIAS DEL CICLO; LIMITE = PROXIMA + GRACIA  *
      ******************************************************************
       3500-CALCULAR-FECHAS.
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
           .
       3500-CALCULAR-FECHAS-EXIT.
           EXIT.
      ******************************************************************
      *                   5000-ESCRIBIR-REPORTE                        *
      ******************************************************************
       5000-ESCRIBIR-REPORTE.
      *
           MOVE SPACES                     TO REG-REPORTE
           MOVE NUM-DOC-KYC                TO REP-DOCUMENTO
           MOVE COD-CATEGORIA-KYC          TO REP-CATEGORIA
           MOVE FEC-ULT-REVISION           TO REP-ULT-REVISION
           MOVE FEC-PROX-REVISION          TO REP-PROX-REVISION
           MOVE FEC-LIMITE-KYC             TO REP-FEC-LIMITE
           MOVE WS-TEXTO-REPORTE           TO REP-TEXTO
      *
           WRITE REG-REPORTE
      *
           .
       5000-ESCRIBIR-REPORTE-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           DISPLAY 'V13C44B - CLIENTES INCORPORADOS:  '
                   CN-INCORPORADOS
           DISPLAY 'V13C44B - CAMBIOS DE CATEGORIA:   '
                   CN-RECATEGORIZADOS
           DISPLAY 'V13C44B - REVISIONES ABIERTAS:    '
                   CN-ABIERTAS
           DISPLAY 'V13C44B - REVISIONES ESCALADAS:   '
                   CN-ESCALADAS
      *
           IF  CN-ESCALADAS GREATER THAN ZEROES
               MOVE 04                     TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-INCORPORADOS            TO W924-CANT-LEIDOS
           MOVE CN-INCORPORADOS            TO W924-CANT-GRABADOS
           COMPUTE W924-CANT-ACTUALIZADOS = CN-RECATEGORIZADOS
                                          + CN-ABIERTAS
                                          + CN-ESCALADAS
           MOVE RETURN-CODE                TO W924-COD-RETORNO
           CALL CT-V19C024 USING V1WC924
      *
           .
       6000-FIN-EXIT.
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
      *                       9999-ABEND-DB2                           *
      *  SE TERMINA EL PROCESO CUANDO SE PRODUCE UN ERROR DB2          *
      ******************************************************************
       9999-ABEND-DB2.
      *
           DISPLAY 'V13C44B - ERROR DB2 SQLCODE: ' SQLCODE
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
