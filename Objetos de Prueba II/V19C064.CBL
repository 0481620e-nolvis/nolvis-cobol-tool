      ******************************************************************
      *                                                                *
      *  PROGRAMA: V19C064                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: RUTINA COMUN DE SEGREGACION DE FUNCIONES.        *
      *               ANTES DE DAR A UN USUARIO UN ROL (V1DT032) O     *
      *               UNA FACULTAD DE FIRMA (V1DT034 / V1DT036), LAS   *
      *               TRANSACCIONES DE ASIGNACION (V12C68M, V12C70M,   *
      *               V12C71M Y V13C31M) LA LLAMAN EN MODO 'V' PARA    *
      *               SABER SI EL NUEVO DERECHO FORMA PAR EN LA MATRIZ *
      *               DE CONFLICTOS (V1DT143) CON ALGUNO QUE EL        *
      *               USUARIO YA TIENE.  EL CONFLICTO SOLO SE PUEDE    *
      *               FORZAR CON JUSTIFICACION, POR UN SUPERVISOR Y    *
      *               NUNCA SOBRE SI MISMO.  UNA VEZ GRABADA LA        *
      *               ASIGNACION FORZADA, LA TRANSACCION LA LLAMA EN   *
      *               MODO 'R' Y LA RUTINA DEJA CONSTANCIA EN V1DT144  *
      *               Y EVENTO DE ALERTA EN V1DT025                    *
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
       PROGRAM-ID.   V19C064.
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
      ******************************************************************
      *                                                                *
      *                D A T A            D I V I S I O N              *
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
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
           05  WS-COD-CONFLICTO            PIC X(04)   VALUE SPACES.
           05  WS-CANT-SUPERVISOR          PIC S9(04)  COMP
                                                       VALUE ZEROES.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V19C064'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-TIP-ROL                  PIC X(01)   VALUE 'R'.
           05  CT-TIP-FACULTAD             PIC X(01)   VALUE 'F'.
           05  CT-COMODIN                  PIC X(04)   VALUE '*'.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
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
      *                                                                *
      *                L I N K A G E     S E C T I O N                 *
      *                                                                *
      ******************************************************************
       LINKAGE SECTION.
      *
      *    EL AREA LLEGA POR LINK: EL TRADUCTOR CICS LA ENTREGA EN
      *    DFHCOMMAREA Y EL AREA CON NOMBRE SE DIRECCIONA SOBRE ELLA
       01  DFHCOMMAREA                     PIC X(134).
      *
           COPY V1WC964.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.
      *
       MAINLINE.
      *
           SET ADDRESS OF V1WC964          TO ADDRESS OF DFHCOMMAREA
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           IF  W964-88-MODO-REGISTRAR
               PERFORM 4000-REGISTRAR-FORZADO
                  THRU 4000-REGISTRAR-FORZADO-EXIT
               GO TO 1000-DEVOLVER
           END-IF
      *
           MOVE '00'                       TO W964-RETORNO
           MOVE SPACES                     TO W964-TIP-CONFLICTO
                                              W964-COD-CONFLICTO
                                              W964-DESC-CONFLICTO
      *
           PERFORM 2000-BUSCAR-CONFLICTO
              THRU 2000-BUSCAR-CONFLICTO-EXIT
      *
           IF  W964-88-CONFLICTO
           AND W964-88-FORZAR
               PERFORM 3000-VALIDAR-FORZADO
                  THRU 3000-VALIDAR-FORZADO-EXIT
           END-IF
           .
       1000-DEVOLVER.
      *
           EXEC CICS
               RETURN
           END-EXEC
      *
           GOBACK
           .
      ******************************************************************
      *                  2000-BUSCAR-CONFLICTO                         *
      *  TODO PAR DE LA MATRIZ INCLUYE UN ROL, ASI QUE UNA FACULTAD    *
      *  SOLO PUEDE CHOCAR CON LOS ROLES DEL USUARIO; UN ROL SE        *
      *  CONTRASTA ADEMAS CON SUS FACULTADES PROPIAS Y DELEGADAS       *
      ******************************************************************
       2000-BUSCAR-CONFLICTO.
      *
           PERFORM 2100-CONTRA-ROLES
              THRU 2100-CONTRA-ROLES-EXIT
      *
           IF  NOT W964-88-SIN-CONFLICTO
            OR W964-88-DERECHO-FACULTAD
               GO TO 2000-BUSCAR-CONFLICTO-EXIT
           END-IF
      *
           PERFORM 2200-CONTRA-FACULTADES
              THRU 2200-CONTRA-FACULTADES-EXIT
      *
           IF  NOT W964-88-SIN-CONFLICTO
               GO TO 2000-BUSCAR-CONFLICTO-EXIT
           END-IF
      *
           PERFORM 2300-CONTRA-DELEGACIONES
              THRU 2300-CONTRA-DELEGACIONES-EXIT
      *
           .
       2000-BUSCAR-CONFLICTO-EXIT.
           EXIT.
      ******************************************************************
      *                    2100-CONTRA-ROLES                           *
      ******************************************************************
       2100-CONTRA-ROLES.
      *
           EXEC SQL
               SELECT M.DESC_CONFLICTO,
                      R.COD_ROL
               INTO  :DESC-CONFLICTO,
                     :WS-COD-CONFLICTO
               FROM V1DT143 M,
                    V1DT032 R
               WHERE R.COD_USUARIO = :W964-USUARIO
                 AND ((M.TIP_DERECHO_A = :W964-TIP-DERECHO
                   AND M.COD_DERECHO_A IN (:W964-COD-DERECHO,
                                           :CT-COMODIN)
                   AND M.TIP_DERECHO_B = :CT-TIP-ROL
                   AND M.COD_DERECHO_B = R.COD_ROL)
                  OR  (M.TIP_DERECHO_B = :W964-TIP-DERECHO
                   AND M.COD_DERECHO_B IN (:W964-COD-DERECHO,
                                           :CT-COMODIN)
                   AND M.TIP_DERECHO_A = :CT-TIP-ROL
                   AND M.COD_DERECHO_A = R.COD_ROL))
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE CT-TIP-ROL         TO W964-TIP-CONFLICTO
                   PERFORM 2900-DEVOLVER-CONFLICTO
                      THRU 2900-DEVOLVER-CONFLICTO-EXIT

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   MOVE '99'               TO W964-RETORNO
           END-EVALUATE
      *
           .
       2100-CONTRA-ROLES-EXIT.
           EXIT.
      ******************************************************************
      *                  2200-CONTRA-FACULTADES                        *
      *  SOLO CUENTAN LAS FACULTADES ACTIVAS                           *
      ******************************************************************
       2200-CONTRA-FACULTADES.
      *
           EXEC SQL
               SELECT M.DESC_CONFLICTO,
                      F.COD_NIV_AUTORIZ
               INTO  :DESC-CONFLICTO,
                     :WS-COD-CONFLICTO
               FROM V1DT143 M,
                    V1DT034 F
               WHERE F.COD_USUARIO = :W964-USUARIO
                 AND F.IND_ACTIVO  = :CT-SI
                 AND ((M.TIP_DERECHO_A = :W964-TIP-DERECHO
                   AND M.COD_DERECHO_A = :W964-COD-DERECHO
                   AND M.TIP_DERECHO_B = :CT-TIP-FACULTAD
                   AND M.COD_DERECHO_B IN (F.COD_NIV_AUTORIZ,
                                           :CT-COMODIN))
                  OR  (M.TIP_DERECHO_B = :W964-TIP-DERECHO
                   AND M.COD_DERECHO_B = :W964-COD-DERECHO
                   AND M.TIP_DERECHO_A = :CT-TIP-FACULTAD
                   AND M.COD_DERECHO_A IN (F.COD_NIV_AUTORIZ,
                                           :CT-COMODIN)))
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE CT-TIP-FACULTAD    TO W964-TIP-CONFLICTO
                   PERFORM 2900-DEVOLVER-CONFLICTO
                      THRU 2900-DEVOLVER-CONFLICTO-EXIT

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   MOVE '99'               TO W964-RETORNO
           END-EVALUATE
      *
           .
       2200-CONTRA-FACULTADES-EXIT.
           EXIT.
      ******************************************************************
      *                 2300-CONTRA-DELEGACIONES                       *
      *  CUENTAN LAS DELEGACIONES RECIBIDAS QUE NO HAN VENCIDO, AUN    *
      *  LAS QUE TODAVIA NO EMPIEZAN                                   *
      ******************************************************************
       2300-CONTRA-DELEGACIONES.
      *
           EXEC SQL
               SELECT M.DESC_CONFLICTO,
                      D.COD_NIV_AUTORIZ
               INTO  :DESC-CONFLICTO,
                     :WS-COD-CONFLICTO
               FROM V1DT143 M,
                    V1DT036 D
               WHERE D.COD_USUARIO_DELEGADO = :W964-USUARIO
                 AND D.FEC_HASTA           >= :WS-FEC-HOY
                 AND ((M.TIP_DERECHO_A = :W964-TIP-DERECHO
                   AND M.COD_DERECHO_A = :W964-COD-DERECHO
                   AND M.TIP_DERECHO_B = :CT-TIP-FACULTAD
                   AND M.COD_DERECHO_B IN (D.COD_NIV_AUTORIZ,
                                           :CT-COMODIN))
                  OR  (M.TIP_DERECHO_B = :W964-TIP-DERECHO
                   AND M.COD_DERECHO_B = :W964-COD-DERECHO
                   AND M.TIP_DERECHO_A = :CT-TIP-FACULTAD
                   AND M.COD_DERECHO_A IN (D.COD_NIV_AUTORIZ,
                                           :CT-COMODIN)))
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE CT-TIP-FACULTAD    TO W964-TIP-CONFLICTO
                   PERFORM 2900-DEVOLVER-CONFLICTO
                      THRU 2900-DEVOLVER-CONFLICTO-EXIT

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   MOVE '99'               TO W964-RETORNO
           END-EVALUATE
      *
           .
       2300-CONTRA-DELEGACIONES-EXIT.
           EXIT.
      ******************************************************************
      *                 2900-DEVOLVER-CONFLICTO                        *
      ******************************************************************
       2900-DEVOLVER-CONFLICTO.
      *
           MOVE '01'                       TO W964-RETORNO
           MOVE WS-COD-CONFLICTO           TO W964-COD-CONFLICTO
           MOVE DESC-CONFLICTO             TO W964-DESC-CONFLICTO
      *
           .
       2900-DEVOLVER-CONFLICTO-EXIT.
           EXIT.
      ******************************************************************
      *                  3000-VALIDAR-FORZADO                          *
      *  EL FORZADO EXIGE JUSTIFICACION, QUE EL OPERADOR NO SE ESTE    *
      *  ASIGNANDO EL DERECHO A SI MISMO Y QUE TENGA EL PRIVILEGIO DE  *
      *  SUPERVISION (IND_SUPERVISOR DE ALGUNO DE SUS ROLES)           *
      ******************************************************************
       3000-VALIDAR-FORZADO.
      *
           MOVE '03'                       TO W964-RETORNO
      *
           IF  W964-JUSTIFICACION EQUAL SPACES OR LOW-VALUES
            OR W964-OPERADOR EQUAL W964-USUARIO
               GO TO 3000-VALIDAR-FORZADO-EXIT
           END-IF
      *
           MOVE ZEROES                     TO WS-CANT-SUPERVISOR
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-SUPERVISOR
               FROM V1DT032 A,
                    V1DT030 B
               WHERE A.COD_USUARIO    = :W964-OPERADOR
                 AND B.COD_ROL        = A.COD_ROL
                 AND B.IND_SUPERVISOR = :CT-SI
           END-EXEC
      *
           IF  SQLCODE EQUAL ZEROES
           AND WS-CANT-SUPERVISOR GREATER THAN ZEROES
               MOVE '02'                   TO W964-RETORNO
           END-IF
      *
           .
       3000-VALIDAR-FORZADO-EXIT.
           EXIT.
      ******************************************************************
      *                 4000-REGISTRAR-FORZADO                         *
      *  EL AREA ES LA QUE DEVOLVIO LA VERIFICACION: TRAE EL DERECHO   *
      *  CON EL QUE CHOCA Y LA JUSTIFICACION.  SI LA CONSTANCIA NO SE  *
      *  PUEDE GRABAR SE DEVUELVE '99' Y EL EVENTO LO DICE IGUAL       *
      ******************************************************************
       4000-REGISTRAR-FORZADO.
      *
           MOVE '00'                       TO W964-RETORNO
      *
           MOVE W964-USUARIO               TO COD-USUARIO-FZA
           MOVE W964-TIP-DERECHO           TO TIP-DERECHO-FZA
           MOVE W964-COD-DERECHO           TO COD-DERECHO-FZA
           MOVE W964-TIP-CONFLICTO         TO TIP-CONFLICTO-FZA
           MOVE W964-COD-CONFLICTO         TO COD-CONFLICTO-FZA
           MOVE W964-JUSTIFICACION         TO TXT-JUSTIFICACION-FZA
           MOVE W964-OPERADOR              TO COD-AUTORIZANTE-FZA
           MOVE W964-TRAN                  TO COD-TRAN-FZA
           MOVE WS-FEC-HOY                 TO FEC-FORZADO-FZA
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-FORZADO-FZA
      *
           EXEC SQL
               INSERT INTO V1DT144
                   (COD_USUARIO,
                    TIP_DERECHO,
                    COD_DERECHO,
                    TIP_CONFLICTO,
                    COD_CONFLICTO,
                    TXT_JUSTIFICACION,
                    COD_AUTORIZANTE,
                    COD_TRAN,
                    FEC_FORZADO,
                    HOR_FORZADO)
               VALUES
                   (:COD-USUARIO-FZA,
                    :TIP-DERECHO-FZA,
                    :COD-DERECHO-FZA,
                    :TIP-CONFLICTO-FZA,
                    :COD-CONFLICTO-FZA,
                    :TXT-JUSTIFICACION-FZA,
                    :COD-AUTORIZANTE-FZA,
                    :COD-TRAN-FZA,
                    :FEC-FORZADO-FZA,
                    :HOR-FORZADO-FZA)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               MOVE '99'                   TO W964-RETORNO
           END-IF
      *
           INITIALIZE V1WC925
           MOVE CT-PROGRAMA                TO W925-PROGRAMA
           MOVE 'A'                        TO W925-SEVERIDAD
           STRING 'CONFLICTO FORZADO '     DELIMITED BY SIZE
                  W964-USUARIO             DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  W964-TIP-DERECHO         DELIMITED BY SIZE
                  W964-COD-DERECHO         DELIMITED BY SIZE
                  '/'                      DELIMITED BY SIZE
                  W964-TIP-CONFLICTO       DELIMITED BY SIZE
                  W964-COD-CONFLICTO       DELIMITED BY SIZE
                  ' POR '                  DELIMITED BY SIZE
                  W964-OPERADOR            DELIMITED BY SIZE
                  INTO W925-TEXTO
           END-STRING
           CALL CT-V19C025 USING V1WC925
      *
           .
       4000-REGISTRAR-FORZADO-EXIT.
           EXIT.
