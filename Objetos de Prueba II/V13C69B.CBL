      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C69B                                             *
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
      * ARCHIVO DE ENTRADA: PARMSOD (FECHA DE CORTE, EN BLANCO LA DEL  *
      *  DIA)                                                          *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALSOD (CONFLICTOS VIGENTES)                *
      * ------------------                                             *
      * PROCESO GLOBAL: INFORME PERIODICO PARA LA CAMPANA DE           *
      *  RECERTIFICACION DE ACCESOS.  CRUZA LA MATRIZ DE CONFLICTOS DE *
      *  SEGREGACION DE FUNCIONES (V1DT143) CON LOS DERECHOS QUE CADA  *
      *  USUARIO TIENE A LA FECHA DE CORTE: ROLES (V1DT032), FACULTADES*
      *  DE FIRMA ACTIVAS (V1DT034) Y DELEGACIONES VIGENTES (V1DT036). *
      *  TODO PAR DE LA MATRIZ INCLUYE UN ROL, ASI QUE CADA CONFLICTO  *
      *  SE LISTA POR USUARIO Y ROL CON EL DERECHO CON QUE CHOCA.  SI  *
      *  EL CONFLICTO SE FORZO EN LINEA (V1DT144) SE MUESTRA LA FECHA  *
      *  Y EL SUPERVISOR QUE LO AUTORIZO; LOS NO FORZADOS (ANTERIORES  *
      *  A LA MATRIZ O ENTRADOS POR FUERA DE LAS TRANSACCIONES) DEJAN  *
      *  UNA ALERTA EN V1DT025 Y RC 04                                 *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C69B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMSOD
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALSOD
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
           05  PAR-FEC-PROCESO             PIC X(08).
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
           05  WS-FEC-PROCESO              PIC X(08)   VALUE SPACES.
           05  WS-FEC-ED                   PIC X(10)   VALUE SPACES.
           05  WS-USUARIO-ANT              PIC X(08)   VALUE LOW-VALUES.
      *
      *    CONFLICTO LEIDO
           05  WS-USUARIO                  PIC X(08)   VALUE SPACES.
           05  WS-ROL                      PIC X(04)   VALUE SPACES.
           05  WS-TIP-OTRO                 PIC X(01)   VALUE SPACES.
           05  WS-COD-OTRO                 PIC X(04)   VALUE SPACES.
           05  WS-ORIGEN                   PIC X(01)   VALUE SPACES.
               88  WS-88-ORIGEN-ROL                    VALUE 'R'.
               88  WS-88-ORIGEN-FACULTAD               VALUE 'F'.
               88  WS-88-ORIGEN-DELEGACION             VALUE 'D'.
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(50)
               VALUE 'CONFLICTOS DE SEGREGACION DE FUNCIONES VIGENTES'.
           05  FILLER                      PIC X(07)   VALUE 'CORTE: '.
           05  LN-TIT-FECHA                PIC X(10).
           05  FILLER                      PIC X(65)   VALUE SPACES.
      *
       01  LN-CABECERA.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(10)   VALUE 'USUARIO'.
           05  FILLER                      PIC X(06)   VALUE 'ROL'.
           05  FILLER                      PIC X(16)
               VALUE 'CHOCA CON'.
           05  FILLER                      PIC X(42)
               VALUE 'CONFLICTO'.
           05  FILLER                      PIC X(12)
               VALUE 'FORZADO EL'.
           05  FILLER                      PIC X(10)
               VALUE 'AUTORIZO'.
           05  FILLER                      PIC X(34)   VALUE SPACES.
      *
       01  LN-DETALLE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-USUARIO              PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-ROL                  PIC X(04).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-OTRO                 PIC X(14).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-CONFLICTO            PIC X(40).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-FEC-FORZADO          PIC X(10).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-AUTORIZANTE          PIC X(08).
           05  FILLER                      PIC X(36)   VALUE SPACES.
      *
       01  LN-TOTAL.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-TOT-TEXTO                PIC X(40).
           05  LN-TOT-CANTIDAD             PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(83)   VALUE SPACES.
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
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C69B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-TIP-ROL                  PIC X(01)   VALUE 'R'.
           05  CT-TIP-FACULTAD             PIC X(01)   VALUE 'F'.
           05  CT-COMODIN                  PIC X(04)   VALUE '*'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-CONFLICTOS               PIC 9(07)   VALUE ZEROES.
           05  CN-USUARIOS                 PIC 9(07)   VALUE ZEROES.
           05  CN-FORZADOS                 PIC 9(07)   VALUE ZEROES.
           05  CN-NO-FORZADOS              PIC 9(07)   VALUE ZEROES.
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
               INCLUDE V1GT143
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT144
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    CONFLICTOS VIGENTES A LA FECHA DE CORTE.  EL PAR SE LEE EN
      *    AMBOS SENTIDOS: ROL CON ROL, ROL CON FACULTAD PROPIA ACTIVA
      *    Y ROL CON FACULTAD DELEGADA EN VIGENCIA
      *
           EXEC SQL
               DECLARE V13C69B-V1DC6911
               CURSOR FOR
               SELECT R1.COD_USUARIO,
                      R1.COD_ROL,
                      M.TIP_DERECHO_B,
                      R2.COD_ROL,
                      'R',
                      M.DESC_CONFLICTO
               FROM V1DT143 M,
                    V1DT032 R1,
                    V1DT032 R2
               WHERE M.TIP_DERECHO_A = :CT-TIP-ROL
                 AND M.TIP_DERECHO_B = :CT-TIP-ROL
                 AND R1.COD_ROL      = M.COD_DERECHO_A
                 AND R2.COD_USUARIO  = R1.COD_USUARIO
                 AND R2.COD_ROL      = M.COD_DERECHO_B
               UNION ALL
               SELECT R.COD_USUARIO,
                      R.COD_ROL,
                      :CT-TIP-FACULTAD,
                      F.COD_NIV_AUTORIZ,
                      'F',
                      M.DESC_CONFLICTO
               FROM V1DT143 M,
                    V1DT032 R,
                    V1DT034 F
               WHERE F.COD_USUARIO = R.COD_USUARIO
                 AND F.IND_ACTIVO  = :CT-SI
                 AND ((M.TIP_DERECHO_A = :CT-TIP-ROL
                   AND M.COD_DERECHO_A = R.COD_ROL
                   AND M.TIP_DERECHO_B = :CT-TIP-FACULTAD
                   AND M.COD_DERECHO_B IN (F.COD_NIV_AUTORIZ,
                                           :CT-COMODIN))
                  OR  (M.TIP_DERECHO_B = :CT-TIP-ROL
                   AND M.COD_DERECHO_B = R.COD_ROL
                   AND M.TIP_DERECHO_A = :CT-TIP-FACULTAD
                   AND M.COD_DERECHO_A IN (F.COD_NIV_AUTORIZ,
                                           :CT-COMODIN)))
               UNION ALL
               SELECT R.COD_USUARIO,
                      R.COD_ROL,
                      :CT-TIP-FACULTAD,
                      D.COD_NIV_AUTORIZ,
                      'D',
                      M.DESC_CONFLICTO
               FROM V1DT143 M,
                    V1DT032 R,
                    V1DT036 D
               WHERE D.COD_USUARIO_DELEGADO = R.COD_USUARIO
                 AND D.FEC_DESDE           <= :WS-FEC-PROCESO
                 AND D.FEC_HASTA           >= :WS-FEC-PROCESO
                 AND ((M.TIP_DERECHO_A = :CT-TIP-ROL
                   AND M.COD_DERECHO_A = R.COD_ROL
                   AND M.TIP_DERECHO_B = :CT-TIP-FACULTAD
                   AND M.COD_DERECHO_B IN (D.COD_NIV_AUTORIZ,
                                           :CT-COMODIN))
                  OR  (M.TIP_DERECHO_B = :CT-TIP-ROL
                   AND M.COD_DERECHO_B = R.COD_ROL
                   AND M.TIP_DERECHO_A = :CT-TIP-FACULTAD
                   AND M.COD_DERECHO_A IN (D.COD_NIV_AUTORIZ,
                                           :CT-COMODIN)))
               ORDER BY 1, 2, 3, 4
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
                OUTPUT ARCH-REPORTE
      *
           READ ARCH-PARAMETROS
               AT END
                   MOVE SPACES             TO REG-PARAMETROS
           END-READ
      *
           IF  PAR-FEC-PROCESO EQUAL SPACES
               MOVE FUNCTION CURRENT-DATE(1:8)
                                           TO WS-FEC-PROCESO
           ELSE
               MOVE PAR-FEC-PROCESO        TO WS-FEC-PROCESO
           END-IF
      *
           MOVE ZEROES                     TO CN-CONFLICTOS
                                              CN-USUARIOS
                                              CN-FORZADOS
                                              CN-NO-FORZADOS
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-PROCESO             TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           MOVE WS-FEC-PROCESO(7:2)        TO WS-FEC-ED(1:2)
           MOVE '/'                        TO WS-FEC-ED(3:1)
           MOVE WS-FEC-PROCESO(5:2)        TO WS-FEC-ED(4:2)
           MOVE '/'                        TO WS-FEC-ED(6:1)
           MOVE WS-FEC-PROCESO(1:4)        TO WS-FEC-ED(7:4)
           MOVE WS-FEC-ED                  TO LN-TIT-FECHA
      *
           WRITE REG-REPORTE             FROM LN-TITULO
           WRITE REG-REPORTE             FROM LN-CABECERA
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
               OPEN V13C69B-V1DC6911
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-CONFLICTO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C69B-V1DC6911
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
      * LEER-CONFLICTO
      ******************************************************************
       LEER-CONFLICTO.
      *
           EXEC SQL
               FETCH V13C69B-V1DC6911
               INTO :WS-USUARIO,
                    :WS-ROL,
                    :WS-TIP-OTRO,
                    :WS-COD-OTRO,
                    :WS-ORIGEN,
                    :DESC-CONFLICTO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2100-INFORMAR-CONFLICTO
                      THRU 2100-INFORMAR-CONFLICTO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  2100-INFORMAR-CONFLICTO                       *
      ******************************************************************
       2100-INFORMAR-CONFLICTO.
      *
           ADD 1                           TO CN-CONFLICTOS
      *
           IF  WS-USUARIO NOT EQUAL WS-USUARIO-ANT
               ADD 1                       TO CN-USUARIOS
               MOVE WS-USUARIO             TO WS-USUARIO-ANT
           END-IF
      *
           MOVE SPACES                     TO LN-DET-OTRO
           EVALUATE TRUE
               WHEN WS-88-ORIGEN-ROL
                   STRING 'ROL '           DELIMITED BY SIZE
                          WS-COD-OTRO      DELIMITED BY SIZE
                          INTO LN-DET-OTRO
                   END-STRING

               WHEN WS-88-ORIGEN-FACULTAD
                   STRING 'FACULTAD '      DELIMITED BY SIZE
                          WS-COD-OTRO      DELIMITED BY SIZE
                          INTO LN-DET-OTRO
                   END-STRING

               WHEN WS-88-ORIGEN-DELEGACION
                   STRING 'DELEGADA '      DELIMITED BY SIZE
                          WS-COD-OTRO      DELIMITED BY SIZE
                          INTO LN-DET-OTRO
                   END-STRING
           END-EVALUATE
      *
           PERFORM 2200-BUSCAR-FORZADO
              THRU 2200-BUSCAR-FORZADO-EXIT
      *
           MOVE WS-USUARIO                 TO LN-DET-USUARIO
           MOVE WS-ROL                     TO LN-DET-ROL
           MOVE DESC-CONFLICTO             TO LN-DET-CONFLICTO
           WRITE REG-REPORTE             FROM LN-DETALLE
      *
           .
       2100-INFORMAR-CONFLICTO-EXIT.
           EXIT.
      ******************************************************************
      *                   2200-BUSCAR-FORZADO                          *
      *  EL FORZADO MAS RECIENTE DEL PAR PARA ESE USUARIO, EN          *
      *  CUALQUIERA DE LOS DOS SENTIDOS EN QUE SE HAYA ASIGNADO        *
      ******************************************************************
       2200-BUSCAR-FORZADO.
      *
           MOVE SPACES                     TO LN-DET-FEC-FORZADO
                                              LN-DET-AUTORIZANTE
      *
           EXEC SQL
               SELECT FEC_FORZADO,
                      COD_AUTORIZANTE
               INTO  :FEC-FORZADO-FZA,
                     :COD-AUTORIZANTE-FZA
               FROM V1DT144
               WHERE COD_USUARIO = :WS-USUARIO
                 AND ((TIP_DERECHO   = :CT-TIP-ROL
                   AND COD_DERECHO   = :WS-ROL
                   AND TIP_CONFLICTO = :WS-TIP-OTRO
                   AND COD_CONFLICTO = :WS-COD-OTRO)
                  OR  (TIP_DERECHO   = :WS-TIP-OTRO
                   AND COD_DERECHO   = :WS-COD-OTRO
                   AND TIP_CONFLICTO = :CT-TIP-ROL
                   AND COD_CONFLICTO = :WS-ROL))
               ORDER BY FEC_FORZADO DESC,
                        HOR_FORZADO DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-FORZADOS
                   MOVE FEC-FORZADO-FZA(7:2)
                                           TO LN-DET-FEC-FORZADO(1:2)
                   MOVE '/'                TO LN-DET-FEC-FORZADO(3:1)
                   MOVE FEC-FORZADO-FZA(5:2)
                                           TO LN-DET-FEC-FORZADO(4:2)
                   MOVE '/'                TO LN-DET-FEC-FORZADO(6:1)
                   MOVE FEC-FORZADO-FZA(1:4)
                                           TO LN-DET-FEC-FORZADO(7:4)
                   MOVE COD-AUTORIZANTE-FZA
                                           TO LN-DET-AUTORIZANTE

               WHEN DB2-NOTFND
                   ADD 1                   TO CN-NO-FORZADOS
                   MOVE 'NO FORZADO'       TO LN-DET-FEC-FORZADO

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2200-BUSCAR-FORZADO-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
      *
           MOVE 'CONFLICTOS VIGENTES:'     TO LN-TOT-TEXTO
           MOVE CN-CONFLICTOS              TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
           MOVE 'USUARIOS CON CONFLICTO:'  TO LN-TOT-TEXTO
           MOVE CN-USUARIOS                TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
           MOVE 'FORZADOS CON JUSTIFICACION:'
                                           TO LN-TOT-TEXTO
           MOVE CN-FORZADOS                TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
           MOVE 'SIN FORZADO REGISTRADO:'  TO LN-TOT-TEXTO
           MOVE CN-NO-FORZADOS             TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           DISPLAY 'V13C69B - CONFLICTOS VIGENTES:       ' CN-CONFLICTOS
           DISPLAY 'V13C69B - USUARIOS CON CONFLICTO:    ' CN-USUARIOS
           DISPLAY 'V13C69B - FORZADOS:                  ' CN-FORZADOS
           DISPLAY 'V13C69B - SIN FORZADO:               '
                   CN-NO-FORZADOS
      *
           IF  CN-NO-FORZADOS GREATER THAN ZEROES
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               MOVE 'A'                    TO W925-SEVERIDAD
               STRING 'CONFLICTOS DE FUNCIONES SIN FORZADO: '
                                           DELIMITED BY SIZE
                      CN-NO-FORZADOS       DELIMITED BY SIZE
                      INTO W925-TEXTO
               END-STRING
               CALL CT-V19C025 USING V1WC925
               MOVE 4                      TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-CONFLICTOS              TO W924-CANT-LEIDOS
           MOVE ZEROES                     TO W924-CANT-GRABADOS
                                              W924-CANT-ACTUALIZADOS
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
           DISPLAY 'V13C69B - ERROR DB2 SQLCODE: ' SQLCODE
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
