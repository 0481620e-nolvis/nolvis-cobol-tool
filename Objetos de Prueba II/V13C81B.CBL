      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C81B                                             *
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
      * ARCHIVO DE ENTRADA: PARMSEL (FECHA DESDE Y HASTA AAAAMMDD DE   *
      *  LOS DIAS A VERIFICAR; EN BLANCO, TODOS LOS DIAS SELLADOS)     *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALSEL (RESULTADO DE LA VERIFICACION POR    *
      *  DIA, OPERACIONES ALTERADAS Y DIAS CERRADOS SIN SELLO)         *
      * ------------------                                             *
      * PROCESO GLOBAL: VERIFICACION PERIODICA DE LOS SELLOS DE        *
      *  INTEGRIDAD DE LOS DIAS CERRADOS.  POR CADA DIA SELLADO        *
      *  (V1DT163) EN ORDEN DE FECHA:                                  *
      *  - COMPRUEBA EL ENLACE DE LA CADENA: EL SELLO ANTERIOR         *
      *    GUARDADO EN EL DIA DEBE SER EL SELLO DEL DIA SELLADO        *
      *    PREVIO;                                                     *
      *  - RECALCULA EL SELLO CON LA RUTINA V19C066 DESDE LAS FILAS    *
      *    VIVAS (V1DT001) O ARCHIVADAS (V1AT001) Y LO COMPARA CON EL  *
      *    GUARDADO, NOMBRANDO LAS OPERACIONES MODIFICADAS, AGREGADAS  *
      *    O BORRADAS DESDE EL CIERRE;                                 *
      *  - DEJA EL RESULTADO EN EL PROPIO DIA ('C' CONFORME, 'X'       *
      *    ALTERADO).                                                  *
      *  CADA DIA ALTERADO O CON LA CADENA ROTA ES UN EVENTO CRITICO   *
      *  EN V1DT025 Y LA CORRIDA TERMINA CON RC 08.  LOS DIAS CERRADOS *
      *  EN V1DT072 DESDE EL PRIMER SELLO QUE NO TIENEN SELLO SE       *
      *  LISTAN APARTE CON UN EVENTO DE ALERTA Y RC 04                 *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C81B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMSEL
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALSEL
                                        ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
      *                                                                *
      *                D A T A            D I V I S I O N              *
      *                                                                *
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *                                                                *
      *                  F I L E        S E C T I O N                  *
      *                                                                *
      ******************************************************************
       FILE SECTION.
      *
       FD  ARCH-PARAMETROS
           RECORDING MODE IS F.
      *
       01  REG-PARAMETROS.
           05  PAR-FEC-DESDE               PIC X(08).
           05  PAR-FEC-HASTA               PIC X(08).
           05  FILLER                      PIC X(64).
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
           05  WS-FEC-DESDE                PIC X(08)   VALUE SPACES.
           05  WS-FEC-HASTA                PIC X(08)   VALUE SPACES.
           05  WS-FEC-PRIMER-SELLO         PIC X(08)   VALUE SPACES.
           05  WS-FEC-PREVIA               PIC X(08)   VALUE SPACES.
           05  WS-SELLO-PREVIO             PIC X(64)   VALUE SPACES.
           05  WS-IND-ALT                  PIC 9(02)   VALUE ZEROES.
           05  WS-RESTO-ALTERADAS          PIC S9(07)  COMP-3
                                                       VALUE ZEROES.
           05  WS-FEC-SIN-SELLO            PIC X(08)   VALUE SPACES.
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(40)
               VALUE 'VERIFICACION DE SELLOS DE INTEGRIDAD AL '.
           05  LN-TIT-FECHA                PIC X(08).
           05  FILLER                      PIC X(09)
                                           VALUE '  DESDE: '.
           05  LN-TIT-DESDE                PIC X(08).
           05  FILLER                      PIC X(09)
                                           VALUE '  HASTA: '.
           05  LN-TIT-HASTA                PIC X(08).
           05  FILLER                      PIC X(50)   VALUE SPACES.
      *
       01  LN-SECCION.
           05  LN-SEC-TEXTO                PIC X(40).
           05  FILLER                      PIC X(92)   VALUE SPACES.
      *
       01  LN-CABECERA.
           05  FILLER                      PIC X(10)   VALUE 'FECHA'.
           05  FILLER                      PIC X(05)   VALUE 'UBIC'.
           05  FILLER                      PIC X(12)
                                           VALUE ' OPERACIONES'.
           05  FILLER                      PIC X(09)   VALUE SPACES.
           05  FILLER                      PIC X(15)
                                           VALUE 'IMPORTE CONTROL'.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(13)
                                           VALUE 'RESULTADO'.
           05  FILLER                      PIC X(10)
                                           VALUE ' ALTERADAS'.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(16)
                                           VALUE 'SELLO DEL DIA'.
           05  FILLER                      PIC X(38)   VALUE SPACES.
      *
       01  LN-DETALLE.
           05  LN-DET-FECHA                PIC X(08).
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-DET-UBICACION            PIC X(01).
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  LN-DET-CANTIDAD             PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-IMPORTE              PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-RESULTADO            PIC X(12).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-ALTERADAS            PIC Z.ZZZ.ZZ9.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-DET-SELLO                PIC X(64).
      *
       01  LN-ALTERADA.
           05  FILLER                      PIC X(15)   VALUE SPACES.
           05  FILLER                      PIC X(11)
                                           VALUE 'OPERACION: '.
           05  LN-ALT-NUM-REF              PIC Z(09)9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-ALT-TIPO                 PIC X(30).
           05  FILLER                      PIC X(64)   VALUE SPACES.
      *
       01  LN-MAS-ALTERADAS.
           05  FILLER                      PIC X(15)   VALUE SPACES.
           05  FILLER                      PIC X(06)   VALUE '... Y '.
           05  LN-MAS-CANT                 PIC Z.ZZZ.ZZ9.
           05  FILLER                      PIC X(32)
               VALUE ' OPERACIONES ALTERADAS MAS'.
           05  FILLER                      PIC X(70)   VALUE SPACES.
      *
       01  LN-SIN-SELLO.
           05  LN-SIN-FECHA                PIC X(08).
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  FILLER                      PIC X(40)
               VALUE 'DIA CERRADO SIN SELLO DE INTEGRIDAD'.
           05  FILLER                      PIC X(81)   VALUE SPACES.
      *
       01  LN-TOTAL.
           05  FILLER                      PIC X(24)
                                           VALUE 'DIAS VERIFICADOS:'.
           05  LN-TOT-DIAS                 PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  FILLER                      PIC X(12)
                                           VALUE 'CONFORMES:'.
           05  LN-TOT-CONFORMES            PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  FILLER                      PIC X(12)
                                           VALUE 'ALTERADOS:'.
           05  LN-TOT-ALTERADOS            PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  FILLER                      PIC X(12)
                                           VALUE 'SIN SELLO:'.
           05  LN-TOT-SIN-SELLO            PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(32)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-CADENA                   PIC X(01)   VALUE 'S'.
               88  CADENA-ENLAZADA                     VALUE 'S'.
               88  CADENA-ROTA                         VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C81B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-V19C066                  PIC X(08)   VALUE 'V19C066'.
           05  CT-SELLO-INICIAL            PIC X(64)   VALUE ALL '0'.
           05  CT-DIA-CERRADO              PIC X(01)   VALUE 'C'.
           05  CT-VERIF-CONFORME           PIC X(01)   VALUE 'C'.
           05  CT-VERIF-ALTERADO           PIC X(01)   VALUE 'X'.
           05  CT-ALT-MODIFICADA           PIC X(01)   VALUE 'M'.
           05  CT-ALT-SIN-SELLO            PIC X(01)   VALUE 'N'.
           05  CT-MAX-ALTERADAS            PIC 9(02)   VALUE 50.
           05  CT-FECHA-MINIMA             PIC X(08)   VALUE '00000000'.
           05  CT-FECHA-MAXIMA             PIC X(08)   VALUE '99999999'.
           05  CT-SEC-DIAS                 PIC X(40)
               VALUE 'DIAS SELLADOS'.
           05  CT-SEC-SIN-SELLO            PIC X(40)
               VALUE 'DIAS CERRADOS SIN SELLO'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-DIAS                     PIC 9(07)   VALUE ZEROES.
           05  CN-CONFORMES                PIC 9(07)   VALUE ZEROES.
           05  CN-ALTERADOS                PIC 9(07)   VALUE ZEROES.
           05  CN-SIN-SELLO                PIC 9(07)   VALUE ZEROES.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      *  COPY DE LA RUTINA V19C025 (EVENTOS Y ALERTAS)
           COPY V1WC925.
      *  COPY DE LA RUTINA V19C066 (SELLO DE INTEGRIDAD)
           COPY V1WC966.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT072
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT163
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    DIAS SELLADOS DEL RANGO, EN EL ORDEN DE LA CADENA
      *
           EXEC SQL
               DECLARE V13C81B-V1DC8111
               CURSOR WITH HOLD FOR
               SELECT FEC_OPE,
                      CANT_OPERACIONES,
                      IMP_CONTROL,
                      SELLO_DIA,
                      SELLO_ANTERIOR,
                      IND_UBICACION
               FROM V1DT163
               WHERE FEC_OPE BETWEEN :WS-FEC-DESDE AND :WS-FEC-HASTA
               ORDER BY FEC_OPE
           END-EXEC
      *
      *    DIAS CERRADOS DESDE EL PRIMER SELLO QUE NO TIENEN SELLO
      *
           EXEC SQL
               DECLARE V13C81B-V1DC8112
               CURSOR FOR
               SELECT C.FEC_PROCESO
               FROM V1DT072 C
               WHERE C.EST_DIA      = :CT-DIA-CERRADO
                 AND C.FEC_PROCESO BETWEEN :WS-FEC-DESDE
                                       AND :WS-FEC-HASTA
                 AND C.FEC_PROCESO >= :WS-FEC-PRIMER-SELLO
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT163 S
                      WHERE S.FEC_OPE = C.FEC_PROCESO)
               ORDER BY C.FEC_PROCESO
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
           PERFORM 2000-VERIFICAR-DIAS
              THRU 2000-VERIFICAR-DIAS-EXIT
      *
           PERFORM 3000-DIAS-SIN-SELLO
              THRU 3000-DIAS-SIN-SELLO-EXIT
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
                OUTPUT ARCH-REPORTE
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           READ ARCH-PARAMETROS
               AT END
                   MOVE SPACES             TO REG-PARAMETROS
           END-READ
      *
           IF  PAR-FEC-DESDE EQUAL SPACES
               MOVE CT-FECHA-MINIMA        TO WS-FEC-DESDE
           ELSE
               IF  PAR-FEC-DESDE NOT NUMERIC
                   DISPLAY 'V13C81B - FECHA DESDE INVALIDA: '
                           PAR-FEC-DESDE
                   MOVE 16                 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PAR-FEC-DESDE          TO WS-FEC-DESDE
           END-IF
      *
           IF  PAR-FEC-HASTA EQUAL SPACES
               MOVE CT-FECHA-MAXIMA        TO WS-FEC-HASTA
           ELSE
               IF  PAR-FEC-HASTA NOT NUMERIC
                   DISPLAY 'V13C81B - FECHA HASTA INVALIDA: '
                           PAR-FEC-HASTA
                   MOVE 16                 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PAR-FEC-HASTA          TO WS-FEC-HASTA
           END-IF
      *
           MOVE ZEROES                     TO CN-DIAS
                                              CN-CONFORMES
                                              CN-ALTERADOS
                                              CN-SIN-SELLO
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HOY                 TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           MOVE WS-FEC-HOY                 TO LN-TIT-FECHA
           MOVE WS-FEC-DESDE               TO LN-TIT-DESDE
           MOVE WS-FEC-HASTA               TO LN-TIT-HASTA
           WRITE REG-REPORTE             FROM LN-TITULO
      *
      *    PRIMER DIA SELLADO (LOS CIERRES ANTERIORES A EL NO SE
      *    SELLARON) Y SELLO DEL DIA PREVIO AL RANGO PARA EL PRIMER
      *    ENLACE DE LA CADENA
      *
           EXEC SQL
               SELECT VALUE(MIN(FEC_OPE), '99999999')
               INTO  :WS-FEC-PRIMER-SELLO
               FROM V1DT163
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               SELECT VALUE(MAX(FEC_OPE), ' ')
               INTO  :WS-FEC-PREVIA
               FROM V1DT163
               WHERE FEC_OPE < :WS-FEC-DESDE
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-FEC-PREVIA EQUAL SPACES
               MOVE CT-SELLO-INICIAL       TO WS-SELLO-PREVIO
           ELSE
               EXEC SQL
                   SELECT SELLO_DIA
                   INTO  :WS-SELLO-PREVIO
                   FROM V1DT163
                   WHERE FEC_OPE = :WS-FEC-PREVIA
               END-EXEC
               IF  SQLCODE NOT EQUAL ZEROES
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
               END-IF
           END-IF
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                    2000-VERIFICAR-DIAS                         *
      ******************************************************************
       2000-VERIFICAR-DIAS.
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE CT-SEC-DIAS                TO LN-SEC-TEXTO
           WRITE REG-REPORTE             FROM LN-SECCION
           WRITE REG-REPORTE             FROM LN-CABECERA
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C81B-V1DC8111
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-DIA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C81B-V1DC8111
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2000-VERIFICAR-DIAS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-DIA
      ******************************************************************
       LEER-DIA.
      *
           EXEC SQL
               FETCH V13C81B-V1DC8111
               INTO :FEC-OPE-SELLO,
                    :CANT-OPER-SELLO,
                    :IMP-CONTROL-SELLO,
                    :SELLO-DIA,
                    :SELLO-ANTERIOR,
                    :IND-UBICACION
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2100-VERIFICAR-DIA
                      THRU 2100-VERIFICAR-DIA-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                    2100-VERIFICAR-DIA                          *
      *  EL ENLACE SE COMPRUEBA CONTRA EL SELLO GUARDADO DEL DIA       *
      *  PREVIO, NO CONTRA EL RECALCULADO: UN DIA ALTERADO SE REPORTA  *
      *  UNA SOLA VEZ Y NO ARRASTRA A LOS SIGUIENTES, SALVO QUE TAMBIEN*
      *  SE HAYA REESCRITO SU SELLO                                    *
      ******************************************************************
       2100-VERIFICAR-DIA.
      *
           ADD 1                           TO CN-DIAS
      *
           IF  SELLO-ANTERIOR EQUAL WS-SELLO-PREVIO
               SET CADENA-ENLAZADA         TO TRUE
           ELSE
               SET CADENA-ROTA             TO TRUE
           END-IF
      *
           INITIALIZE V1WC966
           SET W966-88-COMPROBAR           TO TRUE
           MOVE FEC-OPE-SELLO              TO W966-FEC-OPE
           MOVE CT-PROGRAMA                TO W966-USUARIO
      *
           CALL CT-V19C066 USING V1WC966
      *
           IF  NOT W966-88-CONFORME
           AND NOT W966-88-ALTERADO
               DISPLAY 'V13C81B - ERROR EN V19C066 DIA: '
                       FEC-OPE-SELLO ' RETORNO: ' W966-RETORNO
                       ' TABLA: ' W966-TABLA
                       ' ICSF: ' W966-ICSF-RETORNO '/'
                       W966-ICSF-MOTIVO
               MOVE W966-SQLCODE           TO SQLCODE
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE FEC-OPE-SELLO              TO LN-DET-FECHA
           MOVE IND-UBICACION              TO LN-DET-UBICACION
           MOVE W966-CANT-OPERACIONES      TO LN-DET-CANTIDAD
           MOVE W966-IMP-CONTROL           TO LN-DET-IMPORTE
           MOVE W966-CANT-ALTERADAS        TO LN-DET-ALTERADAS
           MOVE SELLO-DIA                  TO LN-DET-SELLO
      *
           EVALUATE TRUE
               WHEN W966-88-ALTERADO
                   MOVE 'ALTERADO'         TO LN-DET-RESULTADO
               WHEN CADENA-ROTA
                   MOVE 'CADENA ROTA'      TO LN-DET-RESULTADO
               WHEN OTHER
                   MOVE 'CONFORME'         TO LN-DET-RESULTADO
           END-EVALUATE
      *
           WRITE REG-REPORTE             FROM LN-DETALLE
      *
           IF  W966-88-CONFORME
           AND CADENA-ENLAZADA
               ADD 1                       TO CN-CONFORMES
               MOVE CT-VERIF-CONFORME      TO EST-VERIFICACION
           ELSE
               ADD 1                       TO CN-ALTERADOS
               MOVE CT-VERIF-ALTERADO      TO EST-VERIFICACION
               PERFORM 2200-LISTAR-ALTERADAS
                  THRU 2200-LISTAR-ALTERADAS-EXIT
               PERFORM 2300-AVISAR-ALTERACION
                  THRU 2300-AVISAR-ALTERACION-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE V1DT163
                  SET EST_VERIFICACION = :EST-VERIFICACION,
                      FEC_VERIFICACION = :WS-FEC-HOY
               WHERE FEC_OPE = :FEC-OPE-SELLO
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
           MOVE SELLO-DIA                  TO WS-SELLO-PREVIO
      *
           .
       2100-VERIFICAR-DIA-EXIT.
           EXIT.
      ******************************************************************
      *                   2200-LISTAR-ALTERADAS                        *
      ******************************************************************
       2200-LISTAR-ALTERADAS.
      *
           PERFORM 2210-LISTAR-ALTERADA
              THRU 2210-LISTAR-ALTERADA-EXIT
             VARYING WS-IND-ALT FROM 1 BY 1
             UNTIL WS-IND-ALT GREATER CT-MAX-ALTERADAS
                OR WS-IND-ALT GREATER W966-CANT-ALTERADAS
      *
           IF  W966-CANT-ALTERADAS GREATER CT-MAX-ALTERADAS
               COMPUTE WS-RESTO-ALTERADAS =
                       W966-CANT-ALTERADAS - CT-MAX-ALTERADAS
               MOVE WS-RESTO-ALTERADAS     TO LN-MAS-CANT
               WRITE REG-REPORTE         FROM LN-MAS-ALTERADAS
           END-IF
      *
           IF  W966-88-CONFORME
           AND CADENA-ROTA
               MOVE ZEROES                 TO LN-ALT-NUM-REF
               MOVE 'SELLO ANTERIOR NO ENLAZA'
                                           TO LN-ALT-TIPO
               WRITE REG-REPORTE         FROM LN-ALTERADA
           END-IF
      *
           .
       2200-LISTAR-ALTERADAS-EXIT.
           EXIT.
      ******************************************************************
      * 2210-LISTAR-ALTERADA
      ******************************************************************
       2210-LISTAR-ALTERADA.
      *
           MOVE W966-NUM-REF-ALT(WS-IND-ALT)
                                           TO LN-ALT-NUM-REF
      *
           EVALUATE W966-TIP-ALTERACION(WS-IND-ALT)
               WHEN CT-ALT-MODIFICADA
                   MOVE 'MODIFICADA DESPUES DEL CIERRE'
                                           TO LN-ALT-TIPO
               WHEN CT-ALT-SIN-SELLO
                   MOVE 'AGREGADA DESPUES DEL CIERRE'
                                           TO LN-ALT-TIPO
               WHEN OTHER
                   MOVE 'BORRADA O CAMBIADA DE FECHA'
                                           TO LN-ALT-TIPO
           END-EVALUATE
      *
           WRITE REG-REPORTE             FROM LN-ALTERADA
      *
           .
       2210-LISTAR-ALTERADA-EXIT.
           EXIT.
      ******************************************************************
      *                  2300-AVISAR-ALTERACION                        *
      ******************************************************************
       2300-AVISAR-ALTERACION.
      *
           MOVE CT-PROGRAMA                TO W925-PROGRAMA
           SET W925-88-CRITICO             TO TRUE
           MOVE SPACES                     TO W925-TEXTO
           STRING 'SELLO DE INTEGRIDAD NO CUADRA DIA '
                  FEC-OPE-SELLO
                  ' - VER SALSEL'
                  DELIMITED BY SIZE
                  INTO W925-TEXTO
           END-STRING
           CALL CT-V19C025 USING V1WC925
      *
           .
       2300-AVISAR-ALTERACION-EXIT.
           EXIT.
      ******************************************************************
      *                    3000-DIAS-SIN-SELLO                         *
      ******************************************************************
       3000-DIAS-SIN-SELLO.
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE CT-SEC-SIN-SELLO           TO LN-SEC-TEXTO
           WRITE REG-REPORTE             FROM LN-SECCION
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C81B-V1DC8112
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-SIN-SELLO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C81B-V1DC8112
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  CN-SIN-SELLO GREATER ZEROES
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               SET W925-88-ALERTA          TO TRUE
               MOVE SPACES                 TO W925-TEXTO
               STRING 'DIAS CERRADOS SIN SELLO DE INTEGRIDAD: '
                      CN-SIN-SELLO
                      DELIMITED BY SIZE
                      INTO W925-TEXTO
               END-STRING
               CALL CT-V19C025 USING V1WC925
           END-IF
      *
           .
       3000-DIAS-SIN-SELLO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-SIN-SELLO
      ******************************************************************
       LEER-SIN-SELLO.
      *
           EXEC SQL
               FETCH V13C81B-V1DC8112
               INTO :WS-FEC-SIN-SELLO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-SIN-SELLO
                   MOVE WS-FEC-SIN-SELLO   TO LN-SIN-FECHA
                   WRITE REG-REPORTE     FROM LN-SIN-SELLO

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE CN-DIAS                    TO LN-TOT-DIAS
           MOVE CN-CONFORMES               TO LN-TOT-CONFORMES
           MOVE CN-ALTERADOS               TO LN-TOT-ALTERADOS
           MOVE CN-SIN-SELLO               TO LN-TOT-SIN-SELLO
           WRITE REG-REPORTE             FROM LN-TOTAL
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           EVALUATE TRUE
               WHEN CN-ALTERADOS GREATER ZEROES
                   MOVE 8                  TO RETURN-CODE
               WHEN CN-SIN-SELLO GREATER ZEROES
                   MOVE 4                  TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *
           DISPLAY 'V13C81B - DIAS VERIFICADOS:  ' CN-DIAS
           DISPLAY 'V13C81B - CONFORMES:         ' CN-CONFORMES
           DISPLAY 'V13C81B - ALTERADOS:         ' CN-ALTERADOS
           DISPLAY 'V13C81B - CERRADOS SIN SELLO:' CN-SIN-SELLO
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-DIAS                    TO W924-CANT-LEIDOS
           MOVE ZEROES                     TO W924-CANT-GRABADOS
           MOVE CN-DIAS                    TO W924-CANT-ACTUALIZADOS
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
           DISPLAY 'V13C81B - ERROR DB2 SQLCODE: ' SQLCODE
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
