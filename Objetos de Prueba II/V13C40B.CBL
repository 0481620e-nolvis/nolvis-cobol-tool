      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C40B                                             *
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
      * ARCHIVO DE ENTRADA: PARMRTE (NUMERO Y FECHA DEL ENVIO, FECHA   *
      *  DE OPERACION A REVISAR Y UMBRAL EN DOLARES)                   *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALRTE (ARCHIVO DEL REPORTE DE              *
      *  TRANSACCIONES EN EFECTIVO PARA EL REGULADOR: CABECERA,        *
      *  DETALLE Y TOTALES, COMO EL ENVIO ROS DE V12C41B)              *
      * ------------------                                             *
      * PROCESO GLOBAL: REPORTE DE TRANSACCIONES EN EFECTIVO (RTE).    *
      *  INDEPENDIENTE DE LA CLASIFICACION DE LOS CASOS DE REVISION,   *
      *  SE REPORTA TODA OPERACION DE CLIENTE PAGADA EN EFECTIVO       *
      *  (TIP_PAGO 'E') DE LA FECHA CUYO CLIENTE SUMA EN EL DIA, EN    *
      *  DOLARES (IMP_OPE POR TAS_DOLAR), EL UMBRAL O MAS: UNA SOLA    *
      *  OPERACION GRANDE O VARIAS QUE JUNTAS LO SUPERAN (ESTAS SE     *
      *  MARCAN COMO AGREGADAS).  V1DT103 REGISTRA EN QUE ENVIO VIAJO  *
      *  CADA NUM_REF PARA QUE NADA SE ENVIE DOS VECES.  LAS           *
      *  OPERACIONES RECHAZADAS POR EL REGULADOR (ACUSE PROCESADO POR  *
      *  V13C41B) SE REENVIAN EN ESTE ENVIO CON EL NUEVO NUMERO        *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C40B.
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
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMRTE
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-RTE             ASSIGN TO SALRTE
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
           05  PAR-NUM-ENVIO               PIC 9(05).
           05  PAR-FEC-ENVIO               PIC X(08).
           05  PAR-FEC-OPE                 PIC X(08).
           05  PAR-UMBRAL-USD              PIC 9(11)V9(02).
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(42).
      * AD01-F
      *
       FD  ARCH-RTE
           RECORDING MODE IS F.
      *
       01  REG-RTE                         PIC X(250).
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
           05  WS-NUM-ENVIO                PIC S9(05)  COMP-3
                                                       VALUE ZEROES.
           05  WS-FEC-ENVIO                PIC X(08)   VALUE SPACES.
           05  WS-FEC-OPE                  PIC X(08)   VALUE SPACES.
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  WS-ENT-BANCO                PIC X(04)   VALUE SPACES.
      * AD01-F
           05  WS-UMBRAL-USD               PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-DOC-CLIENTE              PIC X(15)   VALUE SPACES.
           05  WS-IMP-USD-DIA              PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-USD-OPE              PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-CANT-OPE-DIA             PIC S9(09)  COMP
                                                       VALUE ZEROES.
      ******************************************************************
      *                  REGISTROS DEL ARCHIVO DE ENVIO                *
      ******************************************************************
       01  REG-RTE-CABECERA.
           05  CAB-TIP-REG                 PIC X(01)   VALUE '1'.
           05  CAB-NUM-ENVIO               PIC 9(05).
           05  CAB-FEC-ENVIO               PIC X(08).
           05  CAB-COD-ENTIDAD             PIC X(04)   VALUE '0108'.
           05  CAB-UMBRAL-USD              PIC 9(11)V9(02).
           05  FILLER                      PIC X(219)  VALUE SPACES.
      *
       01  REG-RTE-DETALLE.
           05  DET-TIP-REG                 PIC X(01)   VALUE '2'.
           05  DET-NUM-REF                 PIC 9(10).
           05  DET-FEC-OPE                 PIC X(08).
           05  DET-HOR-OPE                 PIC X(06).
           05  DET-COD-OPE-BANCO           PIC X(04).
           05  DET-COD-CPT-CMP-VTA         PIC X(03).
           05  DET-IDF-CMP-VTA             PIC X(01).
           05  DET-COD-DIV-OPE             PIC X(03).
           05  DET-IMP-OPE                 PIC 9(13)V9(02).
           05  DET-IMP-USD-OPE             PIC 9(13)V9(02).
           05  DET-IMP-USD-DIA             PIC 9(13)V9(02).
           05  DET-IND-AGREGADO            PIC X(01).
           05  DET-NUM-DOC-PERSONA         PIC X(15).
           05  DET-NOM-RAZON               PIC X(40).
           05  DET-NUM-DOC-APODERADO       PIC X(15).
           05  DET-IDF-RIF-BENEF           PIC X(15).
           05  DET-NOM-BENEF               PIC X(40).
           05  DET-COD-PAIS-DEST           PIC X(03).
           05  DET-IND-REENVIO             PIC X(01).
           05  FILLER                      PIC X(39)   VALUE SPACES.
      *
       01  REG-RTE-TOTALES.
           05  TOT-TIP-REG                 PIC X(01)   VALUE '9'.
           05  TOT-CANT-OPE                PIC 9(07).
           05  TOT-IMP-USD                 PIC 9(13)V9(02).
           05  FILLER                      PIC X(227)  VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-FIN-DETALLE              PIC X(01)   VALUE 'N'.
               88  FIN-DETALLE                         VALUE 'S'.
               88  NO-FIN-DETALLE                      VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C40B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-PAGO-EFECTIVO            PIC X(01)   VALUE 'E'.
           05  CT-DIV-DOLAR                PIC X(03)   VALUE '1'.
           05  CT-ACUSE-RECHAZADO          PIC X(01)   VALUE 'R'.
      *    UMBRAL POR OMISION CUANDO EL PARAMETRO VIENE ERRADO (USD)
           05  CT-UMBRAL-USD               PIC S9(13)V9(02) COMP-3
                                                       VALUE 10000.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-CLIENTES                 PIC 9(07)   VALUE ZEROES.
           05  CN-NUEVAS                   PIC 9(07)   VALUE ZEROES.
           05  CN-AGREGADAS                PIC 9(07)   VALUE ZEROES.
           05  CN-REENVIADAS               PIC 9(07)   VALUE ZEROES.
           05  CN-REGISTROS-GRABADOS       PIC 9(07)   VALUE ZEROES.
           05  AC-IMP-USD                  PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
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
               INCLUDE V1GT001
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT103
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    CLIENTES CUYO EFECTIVO DEL DIA, EN DOLARES, ALCANZA EL UMBRAL
      *
           EXEC SQL
               DECLARE V13C40B-V1DC4011
               CURSOR FOR
               SELECT NUM_DOC_PERSONA,
                      SUM(CASE WHEN COD_DIV_OPE = :CT-DIV-DOLAR
                               THEN IMP_OPE
                               ELSE IMP_OPE * TAS_DOLAR
                          END),
                      COUNT(*)
               FROM V1DT001
               WHERE FEC_OPE          = :WS-FEC-OPE
                 AND TIP_PAGO         = :CT-PAGO-EFECTIVO
                 AND CLA_CONTRAPARTE <> 'B'
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND (COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
      * AD01-F
               GROUP BY NUM_DOC_PERSONA
               HAVING SUM(CASE WHEN COD_DIV_OPE = :CT-DIV-DOLAR
                               THEN IMP_OPE
                               ELSE IMP_OPE * TAS_DOLAR
                          END) >= :WS-UMBRAL-USD
               ORDER BY NUM_DOC_PERSONA
           END-EXEC
      *
      *    OPERACIONES EN EFECTIVO DEL CLIENTE EN EL DIA AUN NO
      *    INCLUIDAS EN NINGUN ENVIO
      *
           EXEC SQL
               DECLARE V13C40B-V1DC4012
               CURSOR FOR
               SELECT A.NUM_REF,
                      A.FEC_OPE,
                      A.HOR_OPE,
                      A.COD_OPE_BANCO,
                      A.COD_CPT_CMP_VTA,
                      A.IDF_CMP_VTA,
                      A.COD_DIV_OPE,
                      A.IMP_OPE,
                      A.TAS_DOLAR,
                      A.NUM_DOC_PERSONA,
                      A.NOM_RAZON,
                      A.NUM_DOC_APODERADO,
                      A.IDF_RIF_BENEF,
                      A.NOM_BENEF,
                      A.COD_PAIS_DEST
               FROM V1DT001 A
               WHERE A.FEC_OPE          = :WS-FEC-OPE
                 AND A.NUM_DOC_PERSONA  = :WS-DOC-CLIENTE
                 AND A.TIP_PAGO         = :CT-PAGO-EFECTIVO
                 AND A.CLA_CONTRAPARTE <> 'B'
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND (A.COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
      * AD01-F
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT103 C
                      WHERE C.NUM_REF = A.NUM_REF)
               ORDER BY A.NUM_REF
           END-EXEC
      *
      *    OPERACIONES RECHAZADAS POR EL REGULADOR, A REENVIAR
      *
           EXEC SQL
               DECLARE V13C40B-V1DC4013
               CURSOR FOR
               SELECT A.NUM_REF,
                      A.FEC_OPE,
                      A.HOR_OPE,
                      A.COD_OPE_BANCO,
                      A.COD_CPT_CMP_VTA,
                      A.IDF_CMP_VTA,
                      A.COD_DIV_OPE,
                      A.IMP_OPE,
                      A.NUM_DOC_PERSONA,
                      A.NOM_RAZON,
                      A.NUM_DOC_APODERADO,
                      A.IDF_RIF_BENEF,
                      A.NOM_BENEF,
                      A.COD_PAIS_DEST,
                      C.IMP_USD_OPE,
                      C.IMP_USD_DIA,
                      C.IND_AGREGADO
               FROM V1DT103 C,
                    V1DT001 A
               WHERE C.EST_ACUSE = :CT-ACUSE-RECHAZADO
                 AND A.NUM_REF   = C.NUM_REF
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND (A.COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
      * AD01-F
               ORDER BY A.NUM_REF
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
           PERFORM 3000-REENVIOS
              THRU 3000-REENVIOS-EXIT
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
           OPEN OUTPUT ARCH-RTE
      *
           READ ARCH-PARAMETROS
               AT END
                   DISPLAY 'V13C40B - ARCHIVO DE PARAMETROS VACIO'
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           IF  PAR-NUM-ENVIO NOT NUMERIC
            OR PAR-NUM-ENVIO EQUAL ZEROES
               DISPLAY 'V13C40B - NUMERO DE ENVIO INVALIDO: '
                       PAR-NUM-ENVIO
               MOVE 16                 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  PAR-UMBRAL-USD NUMERIC
           AND PAR-UMBRAL-USD GREATER THAN ZEROES
               MOVE PAR-UMBRAL-USD         TO WS-UMBRAL-USD
           ELSE
               MOVE CT-UMBRAL-USD          TO WS-UMBRAL-USD
           END-IF
      *
           MOVE PAR-NUM-ENVIO              TO WS-NUM-ENVIO
           MOVE PAR-FEC-ENVIO              TO WS-FEC-ENVIO
           MOVE PAR-FEC-OPE                TO WS-FEC-OPE
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE PAR-COD-ENT-BANCO          TO WS-ENT-BANCO
      * AD01-F
      *
           MOVE ZEROES                     TO CN-CLIENTES
                                              CN-NUEVAS
                                              CN-AGREGADAS
                                              CN-REENVIADAS
                                              CN-REGISTROS-GRABADOS
                                              AC-IMP-USD
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-OPE                 TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           MOVE PAR-NUM-ENVIO              TO CAB-NUM-ENVIO
           MOVE PAR-FEC-ENVIO              TO CAB-FEC-ENVIO
           MOVE WS-UMBRAL-USD              TO CAB-UMBRAL-USD
           WRITE REG-RTE                 FROM REG-RTE-CABECERA
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                        2000-PROCESO                            *
      ******************************************************************
       2000-PROCESO.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C40B-V1DC4011
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-CLIENTE
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C40B-V1DC4011
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-CLIENTE
      ******************************************************************
       LEER-CLIENTE.
      *
           EXEC SQL
               FETCH V13C40B-V1DC4011
               INTO :WS-DOC-CLIENTE,
                    :WS-IMP-USD-DIA,
                    :WS-CANT-OPE-DIA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-CLIENTES
                   PERFORM 5000-OPERACIONES-CLIENTE
                      THRU 5000-OPERACIONES-CLIENTE-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                 5000-OPERACIONES-CLIENTE                       *
      ******************************************************************
       5000-OPERACIONES-CLIENTE.
      *
           SET NO-FIN-DETALLE              TO TRUE
      *
           EXEC SQL
               OPEN V13C40B-V1DC4012
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-OPERACION
             UNTIL FIN-DETALLE
      *
           EXEC SQL
               CLOSE V13C40B-V1DC4012
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5000-OPERACIONES-CLIENTE-EXIT.
           EXIT.
      ******************************************************************
      * LEER-OPERACION
      ******************************************************************
       LEER-OPERACION.
      *
           EXEC SQL
               FETCH V13C40B-V1DC4012
               INTO :NUM-REF,
                    :FEC-OPE,
                    :HOR-OPE,
                    :COD-OPE-BANCO,
                    :COD-CPT-CMP-VTA,
                    :IDF-CMP-VTA,
                    :COD-DIV-OPE,
                    :IMP-OPE,
                    :TAS-DOLAR,
                    :NUM-DOC-PERSONA,
                    :NOM-RAZON,
                    :NUM-DOC-APODERADO,
                    :IDF-RIF-BENEF,
                    :NOM-BENEF,
                    :COD-PAIS-DEST
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5100-REPORTAR-OPERACION
                      THRU 5100-REPORTAR-OPERACION-EXIT

               WHEN DB2-NOTFND
                   SET FIN-DETALLE         TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  5100-REPORTAR-OPERACION                       *
      *  UNA OPERACION QUE POR SI SOLA NO LLEGA AL UMBRAL VIAJA COMO   *
      *  AGREGADA: LO ALCANZA SUMADA A LAS DEMAS DEL CLIENTE EN EL DIA *
      ******************************************************************
       5100-REPORTAR-OPERACION.
      *
           ADD 1                           TO CN-NUEVAS
      *
           IF  COD-DIV-OPE NOT = CT-DIV-DOLAR
               COMPUTE WS-IMP-USD-OPE ROUNDED = IMP-OPE * TAS-DOLAR
           ELSE
               MOVE IMP-OPE                TO WS-IMP-USD-OPE
           END-IF
      *
           IF  WS-IMP-USD-OPE LESS THAN WS-UMBRAL-USD
               MOVE 'S'                    TO IND-AGREGADO
               ADD 1                       TO CN-AGREGADAS
           ELSE
               MOVE 'N'                    TO IND-AGREGADO
           END-IF
      *
           MOVE WS-IMP-USD-OPE             TO IMP-USD-OPE-RTE
           MOVE WS-IMP-USD-DIA             TO IMP-USD-DIA-RTE
           MOVE 'N'                        TO DET-IND-REENVIO
      *
           PERFORM 5500-GRABAR-DETALLE
              THRU 5500-GRABAR-DETALLE-EXIT
      *
           MOVE NUM-REF                    TO NUM-REF-RTE
           MOVE WS-NUM-ENVIO               TO NUM-ENVIO-RTE
           MOVE WS-FEC-ENVIO               TO FEC-ENVIO-RTE
           MOVE FEC-OPE                    TO FEC-OPE-RTE
           MOVE NUM-DOC-PERSONA            TO NUM-DOC-RTE
      *    EL ENVIO NACE SIN ACUSE; V13C41B LO ESTAMPA AL PROCESAR
      *    EL ARCHIVO DE ACUSES
           MOVE SPACES                     TO EST-ACUSE-RTE
                                              COD-MOTIVO-ACUSE-RTE
                                              FEC-ACUSE-RTE
      *
           EXEC SQL
               INSERT INTO V1DT103
                   (NUM_REF,
                    NUM_ENVIO,
                    FEC_ENVIO,
                    FEC_OPE,
                    NUM_DOC_PERSONA,
                    IMP_USD_OPE,
                    IMP_USD_DIA,
                    IND_AGREGADO,
                    EST_ACUSE,
                    COD_MOTIVO_ACUSE,
                    FEC_ACUSE)
               VALUES
                   (:NUM-REF-RTE,
                    :NUM-ENVIO-RTE,
                    :FEC-ENVIO-RTE,
                    :FEC-OPE-RTE,
                    :NUM-DOC-RTE,
                    :IMP-USD-OPE-RTE,
                    :IMP-USD-DIA-RTE,
                    :IND-AGREGADO,
                    :EST-ACUSE-RTE,
                    :COD-MOTIVO-ACUSE-RTE,
                    :FEC-ACUSE-RTE)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5100-REPORTAR-OPERACION-EXIT.
           EXIT.
      ******************************************************************
      *                     5500-GRABAR-DETALLE                        *
      ******************************************************************
       5500-GRABAR-DETALLE.
      *
           MOVE NUM-REF                    TO DET-NUM-REF
           MOVE FEC-OPE                    TO DET-FEC-OPE
           MOVE HOR-OPE                    TO DET-HOR-OPE
           MOVE COD-OPE-BANCO              TO DET-COD-OPE-BANCO
           MOVE COD-CPT-CMP-VTA            TO DET-COD-CPT-CMP-VTA
           MOVE IDF-CMP-VTA                TO DET-IDF-CMP-VTA
           MOVE COD-DIV-OPE                TO DET-COD-DIV-OPE
           MOVE IMP-OPE                    TO DET-IMP-OPE
           MOVE IMP-USD-OPE-RTE            TO DET-IMP-USD-OPE
           MOVE IMP-USD-DIA-RTE            TO DET-IMP-USD-DIA
           MOVE IND-AGREGADO               TO DET-IND-AGREGADO
           MOVE NUM-DOC-PERSONA            TO DET-NUM-DOC-PERSONA
           MOVE NOM-RAZON                  TO DET-NOM-RAZON
           MOVE NUM-DOC-APODERADO          TO DET-NUM-DOC-APODERADO
           MOVE IDF-RIF-BENEF              TO DET-IDF-RIF-BENEF
           MOVE NOM-BENEF                  TO DET-NOM-BENEF
           MOVE COD-PAIS-DEST              TO DET-COD-PAIS-DEST
      *
           WRITE REG-RTE                 FROM REG-RTE-DETALLE
      *
           ADD 1                           TO CN-REGISTROS-GRABADOS
           ADD IMP-USD-OPE-RTE             TO AC-IMP-USD
      *
           .
       5500-GRABAR-DETALLE-EXIT.
           EXIT.
      ******************************************************************
      *                        3000-REENVIOS                           *
      *  LAS RECHAZADAS VIAJAN DE NUEVO EN ESTE ENVIO; EL REGISTRO     *
      *  PASA AL NUEVO NUMERO Y VUELVE A ESPERAR ACUSE                 *
      ******************************************************************
       3000-REENVIOS.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C40B-V1DC4013
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-RECHAZADA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C40B-V1DC4013
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE CN-REGISTROS-GRABADOS      TO TOT-CANT-OPE
           MOVE AC-IMP-USD                 TO TOT-IMP-USD
           WRITE REG-RTE                 FROM REG-RTE-TOTALES
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       3000-REENVIOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-RECHAZADA
      ******************************************************************
       LEER-RECHAZADA.
      *
           EXEC SQL
               FETCH V13C40B-V1DC4013
               INTO :NUM-REF,
                    :FEC-OPE,
                    :HOR-OPE,
                    :COD-OPE-BANCO,
                    :COD-CPT-CMP-VTA,
                    :IDF-CMP-VTA,
                    :COD-DIV-OPE,
                    :IMP-OPE,
                    :NUM-DOC-PERSONA,
                    :NOM-RAZON,
                    :NUM-DOC-APODERADO,
                    :IDF-RIF-BENEF,
                    :NOM-BENEF,
                    :COD-PAIS-DEST,
                    :IMP-USD-OPE-RTE,
                    :IMP-USD-DIA-RTE,
                    :IND-AGREGADO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3100-REENVIAR
                      THRU 3100-REENVIAR-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                        3100-REENVIAR                           *
      ******************************************************************
       3100-REENVIAR.
      *
           ADD 1                           TO CN-REENVIADAS
      *
           MOVE 'S'                        TO DET-IND-REENVIO
      *
           PERFORM 5500-GRABAR-DETALLE
              THRU 5500-GRABAR-DETALLE-EXIT
      *
           MOVE NUM-REF                    TO NUM-REF-RTE
           MOVE WS-NUM-ENVIO               TO NUM-ENVIO-RTE
           MOVE WS-FEC-ENVIO               TO FEC-ENVIO-RTE
      *
           EXEC SQL
               UPDATE V1DT103
                  SET NUM_ENVIO        = :NUM-ENVIO-RTE,
                      FEC_ENVIO        = :FEC-ENVIO-RTE,
                      EST_ACUSE        = ' ',
                      COD_MOTIVO_ACUSE = ' ',
                      FEC_ACUSE        = ' '
                WHERE NUM_REF          = :NUM-REF-RTE
                  AND EST_ACUSE        = :CT-ACUSE-RECHAZADO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3100-REENVIAR-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-RTE
      *
           DISPLAY 'V13C40B - ENVIO NUMERO:           ' WS-NUM-ENVIO
           DISPLAY 'V13C40B - CLIENTES SOBRE UMBRAL:  '
                   CN-CLIENTES
           DISPLAY 'V13C40B - OPERACIONES NUEVAS:     '
                   CN-NUEVAS
           DISPLAY 'V13C40B - DE ELLAS AGREGADAS:     '
                   CN-AGREGADAS
           DISPLAY 'V13C40B - OPERACIONES REENVIADAS: '
                   CN-REENVIADAS
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V13C40B - ENTIDAD JURIDICA:      CONSOLIDADO'
           ELSE
               DISPLAY 'V13C40B - ENTIDAD JURIDICA:      ' WS-ENT-BANCO
           END-IF
      * AD01-F
      *
           IF  CN-REENVIADAS GREATER THAN ZEROES
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               MOVE 'I'                    TO W925-SEVERIDAD
               MOVE 'RTE: OPERACIONES RECHAZADAS REENVIADAS'
                                           TO W925-TEXTO
               CALL CT-V19C025 USING V1WC925
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-CLIENTES                TO W924-CANT-LEIDOS
           MOVE CN-NUEVAS                  TO W924-CANT-GRABADOS
           MOVE CN-REENVIADAS              TO W924-CANT-ACTUALIZADOS
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
           DISPLAY 'V13C40B - ERROR DB2 SQLCODE: ' SQLCODE
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
