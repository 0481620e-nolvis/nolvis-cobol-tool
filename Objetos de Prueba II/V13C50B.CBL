      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C50B                                             *
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
      * ARCHIVO DE ENTRADA: PARMTQA (ANO Y TRIMESTRE A REPORTAR, EN    *
      *  BLANCO = TRIMESTRE ANTERIOR; INDICE MINIMO DE APROBACION)     *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALTQA (INDICE DE APROBACION POR ANALISTA)  *
      * ------------------                                             *
      * PROCESO GLOBAL: REPORTE TRIMESTRAL DEL CONTROL DE CALIDAD DE   *
      *  CASOS CERRADOS.  RECORRE LA NOMINA DE ANALISTAS (V1DT061), DE *
      *  MODO QUE TAMBIEN SALE QUIEN NO TUVO CIERRES EVALUADOS, Y POR  *
      *  CADA UNO CUENTA LAS EVALUACIONES DE V1DT118 HECHAS EN EL      *
      *  TRIMESTRE: APROBADAS, RECHAZADAS, DEVUELTAS A ANALISIS,       *
      *  PUNTAJE PROMEDIO Y LAS MUESTRAS AUN PENDIENTES.  EL INDICE    *
      *  DE APROBACION ES APROBADAS SOBRE EVALUADAS; EL ANALISTA POR   *
      *  DEBAJO DEL MINIMO SE MARCA Y LA CORRIDA TERMINA CON RETORNO   *
      *  04 Y UN EVENTO EN V1DT025.  LAS EVALUACIONES DE ANALISTAS YA  *
      *  FUERA DE LA NOMINA SALEN EN UNA LINEA APARTE                  *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C50B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMTQA
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALTQA
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
           05  PAR-ANO                     PIC X(04).
           05  PAR-TRIMESTRE               PIC X(01).
           05  PAR-MIN-APROBACION          PIC X(03).
           05  FILLER                      PIC X(72).
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
           05  WS-FEC-HOY-R REDEFINES WS-FEC-HOY.
               10  WS-HOY-ANO              PIC 9(04).
               10  WS-HOY-MES              PIC 9(02).
               10  WS-HOY-DIA              PIC 9(02).
           05  WS-ANO                      PIC 9(04)   VALUE ZEROES.
           05  WS-TRIMESTRE                PIC 9(01)   VALUE ZEROES.
           05  WS-MES-INICIAL              PIC 9(02)   VALUE ZEROES.
           05  WS-MES-FINAL                PIC 9(02)   VALUE ZEROES.
           05  WS-DESDE                    PIC X(08)   VALUE SPACES.
           05  WS-DESDE-R REDEFINES WS-DESDE.
               10  WS-DESDE-ANO            PIC 9(04).
               10  WS-DESDE-MES            PIC 9(02).
               10  WS-DESDE-DIA            PIC 9(02).
           05  WS-HASTA                    PIC X(08)   VALUE SPACES.
           05  WS-HASTA-R REDEFINES WS-HASTA.
               10  WS-HASTA-ANO            PIC 9(04).
               10  WS-HASTA-MES            PIC 9(02).
               10  WS-HASTA-DIA            PIC 9(02).
           05  WS-MIN-APROBACION           PIC 9(03)   VALUE ZEROES.
           05  WS-ANALISTA                 PIC X(08)   VALUE SPACES.
           05  WS-IND-ACTIVO               PIC X(01)   VALUE SPACE.
           05  WS-APROBADOS                PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-RECHAZADOS               PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-DEVUELTOS                PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-PENDIENTES               PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-SUMA-PUNTAJE             PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-EVALUADOS                PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-INDICE                   PIC S9(03)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-PROMEDIO                 PIC S9(01)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-CANT-ED                  PIC ZZZZZZ9.
      *
       01  AC-TOTAL.
           05  AT-APROBADOS                PIC S9(09)  COMP-3.
           05  AT-RECHAZADOS               PIC S9(09)  COMP-3.
           05  AT-DEVUELTOS                PIC S9(09)  COMP-3.
           05  AT-PENDIENTES               PIC S9(09)  COMP-3.
           05  AT-SUMA-PUNTAJE             PIC S9(09)  COMP-3.
      ******************************************************************
      *                      LINEAS DEL REPORTE                        *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(43)   VALUE
               'CONTROL DE CALIDAD DE CASOS - TRIMESTRE    '.
           05  LN-TIT-TRIMESTRE            PIC 9(01).
           05  FILLER                      PIC X(01)   VALUE '/'.
           05  LN-TIT-ANO                  PIC 9(04).
           05  FILLER                      PIC X(22)   VALUE
               '   APROBACION MINIMA: '.
           05  LN-TIT-MINIMO               PIC ZZ9.
           05  FILLER                      PIC X(01)   VALUE '%'.
           05  FILLER                      PIC X(57)   VALUE SPACES.
      *
       01  LN-CABECERA.
           05  FILLER                      PIC X(08)   VALUE 'ANALISTA'.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(03)   VALUE 'ACT'.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE 'APROB. '.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE 'RECHAZ.'.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE 'DEVUELT'.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE 'PENDIEN'.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(06)   VALUE 'APROB%'.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(04)   VALUE 'PUNT'.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(05)   VALUE 'MARCA'.
           05  FILLER                      PIC X(62)   VALUE SPACES.
      *
       01  LN-DETALLE.
           05  LN-DET-ANALISTA             PIC X(08).
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-DET-ACTIVO               PIC X(01).
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-DET-APROBADOS            PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-RECHAZADOS           PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-DEVUELTOS            PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-PENDIENTES           PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-INDICE               PIC ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-PROMEDIO             PIC 9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-MARCA                PIC X(05).
           05  FILLER                      PIC X(62)   VALUE SPACES.
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
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C50B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-MIN-APROBACION-DEF       PIC 9(03)   VALUE 90.
           05  CT-MARCA-BAJO               PIC X(05)   VALUE '*BAJO'.
           05  CT-FUERA-NOMINA             PIC X(08)   VALUE 'EXNOMINA'.
           05  CT-TOTAL                    PIC X(08)   VALUE 'TOTAL'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-ANALISTAS                PIC 9(07)   VALUE ZEROES.
           05  CN-BAJO-MINIMO              PIC 9(07)   VALUE ZEROES.
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
               INCLUDE V1GT061
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT118
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    NOMINA DE ANALISTAS CON SUS EVALUACIONES DEL TRIMESTRE
      *
           EXEC SQL
               DECLARE V13C50B-V1DC5011
               CURSOR FOR
               SELECT N.COD_ANALISTA,
                      N.IND_ACTIVO,
                      (SELECT COUNT(*)
                       FROM V1DT118 Q
                       WHERE Q.COD_ANALISTA  = N.COD_ANALISTA
                         AND Q.EST_QA        = 'A'
                         AND Q.FEC_REVISION >= :WS-DESDE
                         AND Q.FEC_REVISION <= :WS-HASTA),
                      (SELECT COUNT(*)
                       FROM V1DT118 Q
                       WHERE Q.COD_ANALISTA  = N.COD_ANALISTA
                         AND Q.EST_QA        = 'R'
                         AND Q.FEC_REVISION >= :WS-DESDE
                         AND Q.FEC_REVISION <= :WS-HASTA),
                      (SELECT COUNT(*)
                       FROM V1DT118 Q
                       WHERE Q.COD_ANALISTA  = N.COD_ANALISTA
                         AND Q.EST_QA        = 'D'
                         AND Q.FEC_REVISION >= :WS-DESDE
                         AND Q.FEC_REVISION <= :WS-HASTA),
                      (SELECT COUNT(*)
                       FROM V1DT118 Q
                       WHERE Q.COD_ANALISTA  = N.COD_ANALISTA
                         AND Q.EST_QA        = 'P'
                         AND Q.FEC_MUESTRA  <= :WS-HASTA),
                      (SELECT VALUE(SUM(Q.NUM_PUNTAJE), 0)
                       FROM V1DT118 Q
                       WHERE Q.COD_ANALISTA  = N.COD_ANALISTA
                         AND Q.EST_QA       <> 'P'
                         AND Q.FEC_REVISION >= :WS-DESDE
                         AND Q.FEC_REVISION <= :WS-HASTA)
               FROM V1DT061 N
               ORDER BY N.COD_ANALISTA
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
      *  SIN ANO/TRIMESTRE SE REPORTA EL TRIMESTRE ANTERIOR AL DE LA   *
      *  CORRIDA                                                       *
      ******************************************************************
       1000-INICIO.
      *
           OPEN INPUT  ARCH-PARAMETROS
           OPEN OUTPUT ARCH-REPORTE
      *
           READ ARCH-PARAMETROS
               AT END
                   DISPLAY 'V13C50B - ARCHIVO DE PARAMETROS VACIO'
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           IF  PAR-ANO NUMERIC
           AND PAR-TRIMESTRE NUMERIC
               MOVE PAR-ANO                TO WS-ANO
               MOVE PAR-TRIMESTRE          TO WS-TRIMESTRE
           ELSE
               MOVE WS-HOY-ANO             TO WS-ANO
               COMPUTE WS-TRIMESTRE = (WS-HOY-MES - 1) / 3 + 1
               IF  WS-TRIMESTRE EQUAL 1
                   SUBTRACT 1            FROM WS-ANO
                   MOVE 4                  TO WS-TRIMESTRE
               ELSE
                   SUBTRACT 1            FROM WS-TRIMESTRE
               END-IF
           END-IF
      *
           IF  PAR-MIN-APROBACION NUMERIC
               MOVE PAR-MIN-APROBACION     TO WS-MIN-APROBACION
           ELSE
               MOVE CT-MIN-APROBACION-DEF  TO WS-MIN-APROBACION
           END-IF
      *
           COMPUTE WS-MES-INICIAL = (WS-TRIMESTRE - 1) * 3 + 1
           COMPUTE WS-MES-FINAL   = WS-MES-INICIAL + 2
      *
           MOVE WS-ANO                     TO WS-DESDE-ANO
           MOVE WS-MES-INICIAL             TO WS-DESDE-MES
           MOVE 01                         TO WS-DESDE-DIA
           MOVE WS-ANO                     TO WS-HASTA-ANO
           MOVE WS-MES-FINAL               TO WS-HASTA-MES
           MOVE 31                         TO WS-HASTA-DIA
      *
           MOVE ZEROES                     TO CN-ANALISTAS
                                              CN-BAJO-MINIMO
           INITIALIZE AC-TOTAL
      *
           MOVE WS-TRIMESTRE               TO LN-TIT-TRIMESTRE
           MOVE WS-ANO                     TO LN-TIT-ANO
           MOVE WS-MIN-APROBACION          TO LN-TIT-MINIMO
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
      *                        2000-PROCESO                            *
      ******************************************************************
       2000-PROCESO.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C50B-V1DC5011
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-ANALISTA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C50B-V1DC5011
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM 2500-FUERA-DE-NOMINA
              THRU 2500-FUERA-DE-NOMINA-EXIT
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE CT-TOTAL                   TO WS-ANALISTA
           MOVE SPACE                      TO WS-IND-ACTIVO
           MOVE AT-APROBADOS               TO WS-APROBADOS
           MOVE AT-RECHAZADOS              TO WS-RECHAZADOS
           MOVE AT-DEVUELTOS               TO WS-DEVUELTOS
           MOVE AT-PENDIENTES              TO WS-PENDIENTES
           MOVE AT-SUMA-PUNTAJE            TO WS-SUMA-PUNTAJE
           PERFORM 3000-ESCRIBIR-LINEA
              THRU 3000-ESCRIBIR-LINEA-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-ANALISTA
      ******************************************************************
       LEER-ANALISTA.
      *
           EXEC SQL
               FETCH V13C50B-V1DC5011
               INTO :WS-ANALISTA,
                    :WS-IND-ACTIVO,
                    :WS-APROBADOS,
                    :WS-RECHAZADOS,
                    :WS-DEVUELTOS,
                    :WS-PENDIENTES,
                    :WS-SUMA-PUNTAJE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-ANALISTAS
                   PERFORM 2100-ACUMULAR-TOTAL
                      THRU 2100-ACUMULAR-TOTAL-EXIT
                   PERFORM 3000-ESCRIBIR-LINEA
                      THRU 3000-ESCRIBIR-LINEA-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                    2100-ACUMULAR-TOTAL                         *
      ******************************************************************
       2100-ACUMULAR-TOTAL.
      *
           ADD WS-APROBADOS                TO AT-APROBADOS
           ADD WS-RECHAZADOS               TO AT-RECHAZADOS
           ADD WS-DEVUELTOS                TO AT-DEVUELTOS
           ADD WS-PENDIENTES               TO AT-PENDIENTES
           ADD WS-SUMA-PUNTAJE             TO AT-SUMA-PUNTAJE
      *
           .
       2100-ACUMULAR-TOTAL-EXIT.
           EXIT.
      ******************************************************************
      *                    2500-FUERA-DE-NOMINA                        *
      *  EVALUACIONES DEL TRIMESTRE DE ANALISTAS QUE YA NO ESTAN EN    *
      *  LA NOMINA, EN UNA SOLA LINEA                                  *
      ******************************************************************
       2500-FUERA-DE-NOMINA.
      *
           MOVE ZEROES                     TO WS-APROBADOS
                                              WS-RECHAZADOS
                                              WS-DEVUELTOS
                                              WS-PENDIENTES
                                              WS-SUMA-PUNTAJE
      *
           EXEC SQL
               SELECT VALUE(SUM(CASE WHEN Q.EST_QA = 'A'
                                     THEN 1 ELSE 0 END), 0),
                      VALUE(SUM(CASE WHEN Q.EST_QA = 'R'
                                     THEN 1 ELSE 0 END), 0),
                      VALUE(SUM(CASE WHEN Q.EST_QA = 'D'
                                     THEN 1 ELSE 0 END), 0),
                      VALUE(SUM(Q.NUM_PUNTAJE), 0)
               INTO  :WS-APROBADOS,
                     :WS-RECHAZADOS,
                     :WS-DEVUELTOS,
                     :WS-SUMA-PUNTAJE
               FROM V1DT118 Q
               WHERE Q.EST_QA       <> 'P'
                 AND Q.FEC_REVISION >= :WS-DESDE
                 AND Q.FEC_REVISION <= :WS-HASTA
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT061 N
                      WHERE N.COD_ANALISTA = Q.COD_ANALISTA)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-APROBADOS + WS-RECHAZADOS + WS-DEVUELTOS
               EQUAL ZEROES
               GO TO 2500-FUERA-DE-NOMINA-EXIT
           END-IF
      *
           MOVE CT-FUERA-NOMINA            TO WS-ANALISTA
           MOVE SPACE                      TO WS-IND-ACTIVO
      *
           PERFORM 2100-ACUMULAR-TOTAL
              THRU 2100-ACUMULAR-TOTAL-EXIT
           PERFORM 3000-ESCRIBIR-LINEA
              THRU 3000-ESCRIBIR-LINEA-EXIT
      *
           .
       2500-FUERA-DE-NOMINA-EXIT.
           EXIT.
      ******************************************************************
      *                    3000-ESCRIBIR-LINEA                         *
      *  SIN EVALUACIONES NO HAY INDICE NI MARCA                       *
      ******************************************************************
       3000-ESCRIBIR-LINEA.
      *
           COMPUTE WS-EVALUADOS = WS-APROBADOS + WS-RECHAZADOS
                                + WS-DEVUELTOS
           MOVE ZEROES                     TO WS-INDICE
                                              WS-PROMEDIO
           MOVE SPACES                     TO LN-DET-MARCA
      *
           IF  WS-EVALUADOS GREATER THAN ZEROES
               COMPUTE WS-INDICE ROUNDED =
                       WS-APROBADOS * 100 / WS-EVALUADOS
               COMPUTE WS-PROMEDIO ROUNDED =
                       WS-SUMA-PUNTAJE / WS-EVALUADOS
               IF  WS-INDICE LESS THAN WS-MIN-APROBACION
               AND WS-ANALISTA NOT EQUAL CT-TOTAL
                   MOVE CT-MARCA-BAJO      TO LN-DET-MARCA
                   ADD 1                   TO CN-BAJO-MINIMO
               END-IF
           END-IF
      *
           MOVE WS-ANALISTA                TO LN-DET-ANALISTA
           MOVE WS-IND-ACTIVO              TO LN-DET-ACTIVO
           MOVE WS-APROBADOS               TO LN-DET-APROBADOS
           MOVE WS-RECHAZADOS              TO LN-DET-RECHAZADOS
           MOVE WS-DEVUELTOS               TO LN-DET-DEVUELTOS
           MOVE WS-PENDIENTES              TO LN-DET-PENDIENTES
           MOVE WS-INDICE                  TO LN-DET-INDICE
           MOVE WS-PROMEDIO                TO LN-DET-PROMEDIO
           WRITE REG-REPORTE             FROM LN-DETALLE
      *
           .
       3000-ESCRIBIR-LINEA-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           DISPLAY 'V13C50B - TRIMESTRE REPORTADO:    '
                   WS-TRIMESTRE '/' WS-ANO
           DISPLAY 'V13C50B - ANALISTAS EN NOMINA:    '
                   CN-ANALISTAS
           DISPLAY 'V13C50B - BAJO EL MINIMO:         '
                   CN-BAJO-MINIMO
      *
           IF  CN-BAJO-MINIMO GREATER THAN ZEROES
               MOVE CN-BAJO-MINIMO         TO WS-CANT-ED
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               MOVE 'A'                    TO W925-SEVERIDAD
               STRING 'CONTROL DE CALIDAD: '
                      WS-CANT-ED
                      ' ANALISTAS BAJO LA APROBACION MINIMA'
                      DELIMITED BY SIZE
                      INTO W925-TEXTO
               END-STRING
               CALL CT-V19C025 USING V1WC925
               MOVE 04                     TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-ANALISTAS               TO W924-CANT-LEIDOS
           MOVE CN-ANALISTAS               TO W924-CANT-GRABADOS
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
           DISPLAY 'V13C50B - ERROR DB2 SQLCODE: ' SQLCODE
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
