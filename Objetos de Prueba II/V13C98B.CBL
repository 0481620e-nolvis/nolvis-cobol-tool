      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C98B                                             *
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
      * ARCHIVO DE ENTRADA: PARMTRI (ANO Y TRIMESTRE A REPORTAR)       *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALPER (REPORTE TRIMESTRAL DE PERDIDAS      *
      *  OPERACIONALES: CABECERA, DETALLE POR EVENTO, TOTALES POR      *
      *  TIPO DE EVENTO DE BASILEA Y LINEA DE NEGOCIO Y TOTAL GENERAL) *
      * ------------------                                             *
      * PROCESO GLOBAL: REPORTE REGULATORIO DE LOS EVENTOS DE PERDIDA  *
      *  OPERACIONAL CONFIRMADOS (V1DT182) DESCUBIERTOS EN EL          *
      *  TRIMESTRE.  LOS IMPORTES VIAJAN EN BOLIVARES: PERDIDA BRUTA,  *
      *  RECUPERADO Y PERDIDA NETA.  LAS PROPUESTAS DE V13C97B AUN NO  *
      *  CONFIRMADAS Y LAS DESCARTADAS NO SE REPORTAN.  EL REPORTE NO  *
      *  MARCA LOS EVENTOS Y PUEDE REPETIRSE                           *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C98B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMTRI
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-PERDIDAS        ASSIGN TO SALPER
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
           05  PAR-ANO                     PIC 9(04).
           05  PAR-TRIMESTRE               PIC 9(01).
           05  FILLER                      PIC X(75).
      *
       FD  ARCH-PERDIDAS
           RECORDING MODE IS F.
      *
       01  REG-PERDIDAS                    PIC X(200).
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
           05  WS-FEC-DESDE                PIC X(08)   VALUE SPACES.
           05  WS-FEC-DESDE-R REDEFINES WS-FEC-DESDE.
               10  WS-ANO-DESDE            PIC 9(04).
               10  WS-MES-DESDE            PIC 9(02).
               10  WS-DIA-DESDE            PIC 9(02).
           05  WS-FEC-HASTA                PIC X(08)   VALUE SPACES.
           05  WS-FEC-HASTA-R REDEFINES WS-FEC-HASTA.
               10  WS-ANO-HASTA            PIC 9(04).
               10  WS-MES-HASTA            PIC 9(02).
               10  WS-DIA-HASTA            PIC 9(02).
           05  WS-CANT-EVENTOS             PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-SUM-BRUTA-BS             PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-SUM-RECUPERADO-BS        PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
      ******************************************************************
      *                 REGISTROS DEL ARCHIVO DE REPORTE               *
      ******************************************************************
       01  REG-PER-CABECERA.
           05  CAB-TIP-REG                 PIC X(01)   VALUE '1'.
           05  CAB-ANO                     PIC 9(04).
           05  CAB-TRIMESTRE               PIC 9(01).
           05  CAB-FEC-DESDE               PIC X(08).
           05  CAB-FEC-HASTA               PIC X(08).
           05  CAB-COD-ENTIDAD             PIC X(04)   VALUE '0108'.
           05  FILLER                      PIC X(174)  VALUE SPACES.
      *
       01  REG-PER-DETALLE.
           05  DET-TIP-REG                 PIC X(01)   VALUE '2'.
           05  DET-NUM-EVENTO              PIC 9(09).
           05  DET-COD-ORIGEN              PIC X(03).
           05  DET-NUM-ORIGEN              PIC 9(10).
           05  DET-NUM-REF                 PIC 9(10).
           05  DET-COD-OFICINA             PIC X(04).
           05  DET-FEC-EVENTO              PIC X(08).
           05  DET-FEC-DESCUBRE            PIC X(08).
           05  DET-TIPO-BASILEA            PIC X(02).
           05  DET-LINEA-NEGOCIO           PIC X(02).
           05  DET-CAUSA-RAIZ              PIC X(02).
           05  DET-TXT-CAUSA               PIC X(60).
           05  DET-COD-DIV                 PIC X(03).
           05  DET-IMP-BRUTA-BS            PIC 9(15)V9(02).
           05  DET-IMP-RECUPERADO-BS       PIC 9(15)V9(02).
           05  DET-IMP-NETO-BS             PIC 9(15)V9(02).
           05  FILLER                      PIC X(27)   VALUE SPACES.
      *
       01  REG-PER-CELDA.
           05  CEL-TIP-REG                 PIC X(01)   VALUE '3'.
           05  CEL-TIPO-BASILEA            PIC X(02).
           05  CEL-LINEA-NEGOCIO           PIC X(02).
           05  CEL-CANT-EVENTOS            PIC 9(07).
           05  CEL-IMP-BRUTA-BS            PIC 9(15)V9(02).
           05  CEL-IMP-RECUPERADO-BS       PIC 9(15)V9(02).
           05  CEL-IMP-NETO-BS             PIC 9(15)V9(02).
           05  FILLER                      PIC X(137)  VALUE SPACES.
      *
       01  REG-PER-TOTALES.
           05  TOT-TIP-REG                 PIC X(01)   VALUE '9'.
           05  TOT-CANT-EVENTOS            PIC 9(07).
           05  TOT-IMP-BRUTA-BS            PIC 9(15)V9(02).
           05  TOT-IMP-RECUPERADO-BS       PIC 9(15)V9(02).
           05  TOT-IMP-NETO-BS             PIC 9(15)V9(02).
           05  FILLER                      PIC X(141)  VALUE SPACES.
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
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C98B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-EST-CONFIRMADO           PIC X(01)   VALUE 'C'.
           05  CT-DIA-FIN-MES              PIC 9(02)   VALUE 31.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-EVENTOS                  PIC 9(07)   VALUE ZEROES.
           05  CN-CELDAS                   PIC 9(07)   VALUE ZEROES.
           05  AC-IMP-BRUTA-BS             PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  AC-IMP-RECUPERADO-BS        PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT182
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    EVENTOS CONFIRMADOS DESCUBIERTOS EN EL TRIMESTRE
      *
           EXEC SQL
               DECLARE V13C98B-V1DC1821
               CURSOR FOR
               SELECT NUM_EVENTO,
                      COD_ORIGEN,
                      NUM_ORIGEN,
                      NUM_REF,
                      COD_OFICINA,
                      FEC_EVENTO,
                      FEC_DESCUBRE,
                      COD_TIPO_BASILEA,
                      COD_LINEA_NEGOCIO,
                      COD_CAUSA_RAIZ,
                      TXT_CAUSA,
                      COD_DIV,
                      IMP_BRUTA_BS,
                      IMP_RECUPERADO_BS
               FROM V1DT182
               WHERE EST_EVENTO    = :CT-EST-CONFIRMADO
                 AND FEC_DESCUBRE >= :WS-FEC-DESDE
                 AND FEC_DESCUBRE <= :WS-FEC-HASTA
               ORDER BY COD_TIPO_BASILEA,
                        COD_LINEA_NEGOCIO,
                        FEC_DESCUBRE,
                        NUM_EVENTO
           END-EXEC
      *
      *    TOTALES DEL TRIMESTRE POR TIPO DE EVENTO Y LINEA DE NEGOCIO
      *
           EXEC SQL
               DECLARE V13C98B-V1DC1822
               CURSOR FOR
               SELECT COD_TIPO_BASILEA,
                      COD_LINEA_NEGOCIO,
                      COUNT(*),
                      SUM(IMP_BRUTA_BS),
                      SUM(IMP_RECUPERADO_BS)
               FROM V1DT182
               WHERE EST_EVENTO    = :CT-EST-CONFIRMADO
                 AND FEC_DESCUBRE >= :WS-FEC-DESDE
                 AND FEC_DESCUBRE <= :WS-FEC-HASTA
               GROUP BY COD_TIPO_BASILEA,
                        COD_LINEA_NEGOCIO
               ORDER BY COD_TIPO_BASILEA,
                        COD_LINEA_NEGOCIO
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
      *  EL TRIMESTRE VA DEL DIA 1 DE SU PRIMER MES AL DIA 31 DE SU    *
      *  ULTIMO MES; LAS FECHAS SE COMPARAN COMO TEXTO AAAAMMDD        *
      ******************************************************************
       1000-INICIO.
      *
           OPEN INPUT  ARCH-PARAMETROS
           OPEN OUTPUT ARCH-PERDIDAS
      *
           READ ARCH-PARAMETROS
               AT END
                   DISPLAY 'V13C98B - ARCHIVO DE PARAMETROS VACIO'
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           IF  PAR-ANO NOT NUMERIC
            OR PAR-ANO EQUAL ZEROES
               DISPLAY 'V13C98B - ANO INVALIDO: ' PAR-ANO
               MOVE 16                 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  PAR-TRIMESTRE NOT NUMERIC
            OR PAR-TRIMESTRE LESS 1
            OR PAR-TRIMESTRE GREATER 4
               DISPLAY 'V13C98B - TRIMESTRE INVALIDO: ' PAR-TRIMESTRE
               MOVE 16                 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE PAR-ANO                    TO WS-ANO-DESDE
                                              WS-ANO-HASTA
           COMPUTE WS-MES-HASTA = PAR-TRIMESTRE * 3
           COMPUTE WS-MES-DESDE = WS-MES-HASTA - 2
           MOVE 1                          TO WS-DIA-DESDE
           MOVE CT-DIA-FIN-MES             TO WS-DIA-HASTA
      *
           MOVE ZEROES                     TO CN-EVENTOS
                                              CN-CELDAS
                                              AC-IMP-BRUTA-BS
                                              AC-IMP-RECUPERADO-BS
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HASTA               TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           MOVE PAR-ANO                    TO CAB-ANO
           MOVE PAR-TRIMESTRE              TO CAB-TRIMESTRE
           MOVE WS-FEC-DESDE               TO CAB-FEC-DESDE
           MOVE WS-FEC-HASTA               TO CAB-FEC-HASTA
           WRITE REG-PERDIDAS            FROM REG-PER-CABECERA
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
               OPEN V13C98B-V1DC1821
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-EVENTO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C98B-V1DC1821
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C98B-V1DC1822
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-CELDA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C98B-V1DC1822
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE CN-EVENTOS                 TO TOT-CANT-EVENTOS
           MOVE AC-IMP-BRUTA-BS            TO TOT-IMP-BRUTA-BS
           MOVE AC-IMP-RECUPERADO-BS       TO TOT-IMP-RECUPERADO-BS
           COMPUTE TOT-IMP-NETO-BS =
                   AC-IMP-BRUTA-BS - AC-IMP-RECUPERADO-BS
           WRITE REG-PERDIDAS            FROM REG-PER-TOTALES
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-EVENTO
      ******************************************************************
       LEER-EVENTO.
      *
           EXEC SQL
               FETCH V13C98B-V1DC1821
               INTO :NUM-EVENTO-PER,
                    :COD-ORIGEN-PER,
                    :NUM-ORIGEN-PER,
                    :NUM-REF-PER,
                    :COD-OFICINA-PER,
                    :FEC-EVENTO-PER,
                    :FEC-DESCUBRE-PER,
                    :COD-TIPO-BASILEA,
                    :COD-LINEA-NEGOCIO,
                    :COD-CAUSA-RAIZ,
                    :TXT-CAUSA-PER,
                    :COD-DIV-PER,
                    :IMP-BRUTA-BS,
                    :IMP-RECUPERADO-BS
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5000-REPORTAR-EVENTO
                      THRU 5000-REPORTAR-EVENTO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * LEER-CELDA
      ******************************************************************
       LEER-CELDA.
      *
           EXEC SQL
               FETCH V13C98B-V1DC1822
               INTO :COD-TIPO-BASILEA,
                    :COD-LINEA-NEGOCIO,
                    :WS-CANT-EVENTOS,
                    :WS-SUM-BRUTA-BS,
                    :WS-SUM-RECUPERADO-BS
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5500-REPORTAR-CELDA
                      THRU 5500-REPORTAR-CELDA-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   5000-REPORTAR-EVENTO                         *
      ******************************************************************
       5000-REPORTAR-EVENTO.
      *
           MOVE NUM-EVENTO-PER             TO DET-NUM-EVENTO
           MOVE COD-ORIGEN-PER             TO DET-COD-ORIGEN
           MOVE NUM-ORIGEN-PER             TO DET-NUM-ORIGEN
           MOVE NUM-REF-PER                TO DET-NUM-REF
           MOVE COD-OFICINA-PER            TO DET-COD-OFICINA
           MOVE FEC-EVENTO-PER             TO DET-FEC-EVENTO
           MOVE FEC-DESCUBRE-PER           TO DET-FEC-DESCUBRE
           MOVE COD-TIPO-BASILEA           TO DET-TIPO-BASILEA
           MOVE COD-LINEA-NEGOCIO          TO DET-LINEA-NEGOCIO
           MOVE COD-CAUSA-RAIZ             TO DET-CAUSA-RAIZ
           MOVE TXT-CAUSA-PER              TO DET-TXT-CAUSA
           MOVE COD-DIV-PER                TO DET-COD-DIV
           MOVE IMP-BRUTA-BS               TO DET-IMP-BRUTA-BS
           MOVE IMP-RECUPERADO-BS          TO DET-IMP-RECUPERADO-BS
           COMPUTE DET-IMP-NETO-BS =
                   IMP-BRUTA-BS - IMP-RECUPERADO-BS
      *
           WRITE REG-PERDIDAS            FROM REG-PER-DETALLE
      *
           ADD 1                           TO CN-EVENTOS
           ADD IMP-BRUTA-BS                TO AC-IMP-BRUTA-BS
           ADD IMP-RECUPERADO-BS           TO AC-IMP-RECUPERADO-BS
      *
           .
       5000-REPORTAR-EVENTO-EXIT.
           EXIT.
      ******************************************************************
      *                   5500-REPORTAR-CELDA                          *
      ******************************************************************
       5500-REPORTAR-CELDA.
      *
           MOVE COD-TIPO-BASILEA           TO CEL-TIPO-BASILEA
           MOVE COD-LINEA-NEGOCIO          TO CEL-LINEA-NEGOCIO
           MOVE WS-CANT-EVENTOS            TO CEL-CANT-EVENTOS
           MOVE WS-SUM-BRUTA-BS            TO CEL-IMP-BRUTA-BS
           MOVE WS-SUM-RECUPERADO-BS       TO CEL-IMP-RECUPERADO-BS
           COMPUTE CEL-IMP-NETO-BS =
                   WS-SUM-BRUTA-BS - WS-SUM-RECUPERADO-BS
      *
           WRITE REG-PERDIDAS            FROM REG-PER-CELDA
      *
           ADD 1                           TO CN-CELDAS
      *
           .
       5500-REPORTAR-CELDA-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-PERDIDAS
      *
           DISPLAY 'V13C98B - TRIMESTRE:              ' PAR-ANO '-'
                   PAR-TRIMESTRE
           DISPLAY 'V13C98B - EVENTOS REPORTADOS:     ' CN-EVENTOS
           DISPLAY 'V13C98B - TIPO/LINEA REPORTADOS:  ' CN-CELDAS
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-EVENTOS                 TO W924-CANT-LEIDOS
           MOVE CN-EVENTOS                 TO W924-CANT-GRABADOS
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
           DISPLAY 'V13C98B - ERROR DB2 SQLCODE: ' SQLCODE
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
