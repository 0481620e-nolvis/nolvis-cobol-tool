      ******************************************************************
      *                                                                *
      *  PROGRAMA: V19C068                                             *
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
      * RUTINA COMUN DE VALIDACION DE BIC E IBAN.  LA LLAMAN EL        *
      * REGISTRO DE BENEFICIARIOS V13C17M, EL MANTENIMIENTO DEL RUTEO  *
      * V13C02M, EL GENERADOR DE MT103 V13C02B Y LA REVISION DE        *
      * DATOS EXISTENTES V13C88B.                                      *
      * - BIC: OCHO U ONCE POSICIONES (BANCO Y PAIS EN LETRAS,         *
      *   LOCALIDAD Y SUCURSAL EN LETRAS O DIGITOS); EL DE OCHO SE     *
      *   BUSCA COMO OFICINA PRINCIPAL ('XXX') EN EL DIRECTORIO SWIFT  *
      *   V1DT169, DONDE DEBE ESTAR ACTIVO.                            *
      * - CUENTA: SE QUITAN LOS ESPACIOS DE LA FORMA IMPRESA.  SI EL   *
      *   PAIS DEL BENEFICIARIO (O, SIN PAIS, EL DEL BIC) ESTA EN EL   *
      *   REGISTRO IBAN V1DT170 LA CUENTA DEBE SER UN IBAN; SI NO,     *
      *   SOLO SE VALIDA COMO IBAN LA CUENTA QUE TIENE SU FORMA (DOS   *
      *   LETRAS DE UN PAIS DEL REGISTRO Y DOS DIGITOS).  EL IBAN SE   *
      *   VALIDA EN LONGITUD Y MASCARA DEL BBAN DE SU PAIS Y EN LOS    *
      *   DIGITOS DE CONTROL (MODULO 97 IGUAL A 1, ISO 13616).         *
      * LOS ERRORES DB2 NO TUMBAN AL LLAMADOR: SE DEVUELVEN CON        *
      * RETORNO '99' Y EL SQLCODE                                      *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V19C068.
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
           05  WS-BIC                      PIC X(11)   VALUE SPACES.
           05  WS-LON-BIC                  PIC 9(02)   VALUE ZEROES.
           05  WS-CTA-ENTRADA              PIC X(34)   VALUE SPACES.
           05  WS-IBAN                     PIC X(34)   VALUE SPACES.
           05  WS-IBAN-REORDENADO          PIC X(34)   VALUE SPACES.
           05  WS-LON-CTA                  PIC 9(02)   VALUE ZEROES.
           05  WS-LON-BBAN                 PIC 9(02)   VALUE ZEROES.
           05  WS-PAIS-EXIGE               PIC X(02)   VALUE SPACES.
           05  WS-I                        PIC 9(02)   VALUE ZEROES.
           05  WS-CAR                      PIC X(01)   VALUE SPACES.
           05  WS-DIGITO                   PIC 9(01)   VALUE ZEROES.
           05  WS-VALOR-LETRA              PIC 9(02)   VALUE ZEROES.
           05  WS-ACUMULADO                PIC 9(05)   VALUE ZEROES.
           05  WS-COCIENTE                 PIC 9(05)   VALUE ZEROES.
           05  WS-RESTO                    PIC 9(02)   VALUE ZEROES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FORMATO                  PIC X(01)   VALUE 'S'.
               88  FORMATO-VALIDO                      VALUE 'S'.
               88  FORMATO-ERRADO                      VALUE 'N'.
           05  SW-IBAN-EXIGIDO             PIC X(01)   VALUE 'N'.
               88  IBAN-EXIGIDO                        VALUE 'S'.
               88  IBAN-NO-EXIGIDO                     VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V19C068'.
           05  CT-OFICINA-PRINCIPAL        PIC X(03)   VALUE 'XXX'.
           05  CT-ACTIVO                   PIC X(01)   VALUE 'S'.
           05  CT-LETRAS                   PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05  CT-MINUSCULAS               PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05  CT-MASC-DIGITO              PIC X(01)   VALUE 'N'.
           05  CT-MASC-LETRA               PIC X(01)   VALUE 'A'.
      *    CODIGOS DEL CATALOGO V1DT054 DE CADA RESULTADO
           05  CT-MSG-BIC-FORMATO          PIC X(07)   VALUE 'V1E0295'.
           05  CT-MSG-BIC-INEXISTENTE      PIC X(07)   VALUE 'V1E0296'.
           05  CT-MSG-BIC-BAJA             PIC X(07)   VALUE 'V1E0297'.
           05  CT-MSG-IBAN-ESTRUCTURA      PIC X(07)   VALUE 'V1E0298'.
           05  CT-MSG-IBAN-DIGITOS         PIC X(07)   VALUE 'V1E0299'.
           05  CT-MSG-IBAN-REQUERIDO       PIC X(07)   VALUE 'V1E0300'.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT169
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT170
           END-EXEC
      ******************************************************************
      *                                                                *
      *                L I N K A G E     S E C T I O N                 *
      *                                                                *
      ******************************************************************
       LINKAGE SECTION.
      *
           COPY V1WC968.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1WC968.
      *
       MAINLINE.
      *
           SET W968-88-CONFORME            TO TRUE
           SET W968-88-BIC-VALIDO          TO TRUE
           SET W968-88-CTA-NO-IBAN         TO TRUE
           MOVE SPACES                     TO W968-CTA-NORMAL
                                              W968-NOM-INSTITUCION
                                              W968-COD-MENSAJE
           MOVE ZEROES                     TO W968-SQLCODE
      *
           MOVE W968-COD-BIC               TO WS-BIC
           INSPECT WS-BIC CONVERTING CT-MINUSCULAS TO CT-LETRAS
      *
           IF  WS-BIC NOT EQUAL SPACES AND LOW-VALUES
               PERFORM 1000-VALIDAR-BIC
                  THRU 1000-VALIDAR-BIC-EXIT
           END-IF
      *
           IF  NOT W968-88-ERROR-DB2
               PERFORM 2000-VALIDAR-CUENTA
                  THRU 2000-VALIDAR-CUENTA-EXIT
           END-IF
      *
           IF  NOT W968-88-ERROR-DB2
               IF  NOT W968-88-BIC-VALIDO
                OR NOT (W968-88-IBAN-VALIDO OR W968-88-CTA-NO-IBAN)
                   SET W968-88-CON-ERROR   TO TRUE
               END-IF
           END-IF
      *
           GOBACK
           .
      ******************************************************************
      *                      1000-VALIDAR-BIC                          *
      ******************************************************************
       1000-VALIDAR-BIC.
      *
           IF  WS-BIC(9:3) EQUAL SPACES
               MOVE 8                      TO WS-LON-BIC
           ELSE
               MOVE 11                     TO WS-LON-BIC
           END-IF
      *
           SET FORMATO-VALIDO              TO TRUE
      *
           PERFORM 1100-VALIDAR-CARACTER-BIC
              THRU 1100-VALIDAR-CARACTER-BIC-EXIT
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER WS-LON-BIC
      *
           IF  FORMATO-ERRADO
               SET W968-88-BIC-FORMATO     TO TRUE
               MOVE CT-MSG-BIC-FORMATO     TO W968-COD-MENSAJE
               GO TO 1000-VALIDAR-BIC-EXIT
           END-IF
      *
           IF  WS-LON-BIC EQUAL 8
               MOVE CT-OFICINA-PRINCIPAL   TO WS-BIC(9:3)
           END-IF
      *
           MOVE WS-BIC                     TO COD-BIC
      *
           EXEC SQL
               SELECT NOM_INSTITUCION,
                      IND_ACTIVO
               INTO  :NOM-INSTITUCION-BIC,
                     :IND-ACTIVO-BIC
               FROM V1DT169
               WHERE COD_BIC = :COD-BIC
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE NOM-INSTITUCION-BIC
                                           TO W968-NOM-INSTITUCION
                   IF  IND-ACTIVO-BIC NOT EQUAL CT-ACTIVO
                       SET W968-88-BIC-BAJA
                                           TO TRUE
                       MOVE CT-MSG-BIC-BAJA
                                           TO W968-COD-MENSAJE
                   END-IF

               WHEN DB2-NOTFND
                   SET W968-88-BIC-INEXISTENTE
                                           TO TRUE
                   MOVE CT-MSG-BIC-INEXISTENTE
                                           TO W968-COD-MENSAJE

               WHEN OTHER
                   DISPLAY 'V19C068 - ERROR DB2 LEYENDO V1DT169 '
                           'SQLCODE: ' SQLCODE
                   MOVE SQLCODE            TO W968-SQLCODE
                   SET W968-88-ERROR-DB2   TO TRUE
           END-EVALUATE
      *
           .
       1000-VALIDAR-BIC-EXIT.
           EXIT.
      ******************************************************************
      *                  1100-VALIDAR-CARACTER-BIC                     *
      *  POSICIONES 1 A 6 (BANCO Y PAIS) SOLO LETRAS; EL RESTO         *
      *  LETRAS O DIGITOS                                              *
      ******************************************************************
       1100-VALIDAR-CARACTER-BIC.
      *
           MOVE WS-BIC(WS-I:1)             TO WS-CAR
      *
           IF  WS-CAR EQUAL SPACE
               SET FORMATO-ERRADO          TO TRUE
               GO TO 1100-VALIDAR-CARACTER-BIC-EXIT
           END-IF
      *
           IF  WS-I NOT GREATER 6
               IF  WS-CAR NOT ALPHABETIC-UPPER
                   SET FORMATO-ERRADO      TO TRUE
               END-IF
           ELSE
               IF  WS-CAR NOT ALPHABETIC-UPPER
               AND WS-CAR NOT NUMERIC
                   SET FORMATO-ERRADO      TO TRUE
               END-IF
           END-IF
      *
           .
       1100-VALIDAR-CARACTER-BIC-EXIT.
           EXIT.
      ******************************************************************
      *                    2000-VALIDAR-CUENTA                         *
      ******************************************************************
       2000-VALIDAR-CUENTA.
      *
           MOVE W968-CTA                   TO WS-CTA-ENTRADA
           INSPECT WS-CTA-ENTRADA CONVERTING CT-MINUSCULAS
                                          TO CT-LETRAS
           INSPECT WS-CTA-ENTRADA REPLACING ALL LOW-VALUES BY SPACES
           MOVE SPACES                     TO WS-IBAN
           MOVE ZEROES                     TO WS-LON-CTA
      *
           PERFORM 2100-COMPACTAR-CUENTA
              THRU 2100-COMPACTAR-CUENTA-EXIT
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER 34
      *
           MOVE WS-IBAN                    TO W968-CTA-NORMAL
      *
           IF  WS-LON-CTA EQUAL ZEROES
               GO TO 2000-VALIDAR-CUENTA-EXIT
           END-IF
      *
           PERFORM 2200-PAIS-EXIGE-IBAN
              THRU 2200-PAIS-EXIGE-IBAN-EXIT
      *
           IF  W968-88-ERROR-DB2
               GO TO 2000-VALIDAR-CUENTA-EXIT
           END-IF
      *
      *    SIN FORMA DE IBAN: SOLO ES ERROR SI EL PAIS LO EXIGE
           IF  WS-IBAN(1:2) NOT ALPHABETIC-UPPER
            OR WS-IBAN(1:1) EQUAL SPACE
            OR WS-IBAN(2:1) EQUAL SPACE
            OR WS-IBAN(3:2) NOT NUMERIC
               IF  IBAN-EXIGIDO
                   SET W968-88-IBAN-REQUERIDO
                                           TO TRUE
                   PERFORM 2900-ANOTAR-MENSAJE
                      THRU 2900-ANOTAR-MENSAJE-EXIT
               END-IF
               GO TO 2000-VALIDAR-CUENTA-EXIT
           END-IF
      *
           MOVE WS-IBAN(1:2)               TO COD-PAIS-IBAN
      *
           EXEC SQL
               SELECT LON_IBAN,
                      FMT_BBAN
               INTO  :LON-IBAN,
                     :FMT-BBAN
               FROM V1DT170
               WHERE COD_PAIS_IBAN = :COD-PAIS-IBAN
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   IF  IBAN-EXIGIDO
                       SET W968-88-IBAN-ESTRUCTURA
                                           TO TRUE
                       PERFORM 2900-ANOTAR-MENSAJE
                          THRU 2900-ANOTAR-MENSAJE-EXIT
                   END-IF
                   GO TO 2000-VALIDAR-CUENTA-EXIT

               WHEN OTHER
                   DISPLAY 'V19C068 - ERROR DB2 LEYENDO V1DT170 '
                           'SQLCODE: ' SQLCODE
                   MOVE SQLCODE            TO W968-SQLCODE
                   SET W968-88-ERROR-DB2   TO TRUE
                   GO TO 2000-VALIDAR-CUENTA-EXIT
           END-EVALUATE
      *
           IF  WS-LON-CTA NOT EQUAL LON-IBAN
               SET W968-88-IBAN-ESTRUCTURA TO TRUE
               PERFORM 2900-ANOTAR-MENSAJE
                  THRU 2900-ANOTAR-MENSAJE-EXIT
               GO TO 2000-VALIDAR-CUENTA-EXIT
           END-IF
      *
           COMPUTE WS-LON-BBAN = WS-LON-CTA - 4
           SET FORMATO-VALIDO              TO TRUE
      *
           PERFORM 2300-VALIDAR-CARACTER-BBAN
              THRU 2300-VALIDAR-CARACTER-BBAN-EXIT
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER WS-LON-BBAN
      *
           IF  FORMATO-ERRADO
               SET W968-88-IBAN-ESTRUCTURA TO TRUE
               PERFORM 2900-ANOTAR-MENSAJE
                  THRU 2900-ANOTAR-MENSAJE-EXIT
               GO TO 2000-VALIDAR-CUENTA-EXIT
           END-IF
      *
      *    DIGITOS DE CONTROL: LAS CUATRO PRIMERAS POSICIONES PASAN AL
      *    FINAL, CADA LETRA VALE DE 10 (A) A 35 (Z) Y EL NUMERO
      *    RESULTANTE MODULO 97 DEBE DAR 1.  EL RESTO SE ARRASTRA
      *    POSICION A POSICION PARA NO DESBORDAR
           MOVE SPACES                     TO WS-IBAN-REORDENADO
           MOVE WS-IBAN(5:WS-LON-BBAN)
                             TO WS-IBAN-REORDENADO(1:WS-LON-BBAN)
           MOVE WS-IBAN(1:4)
                             TO WS-IBAN-REORDENADO(WS-LON-BBAN + 1:4)
           MOVE ZEROES                     TO WS-RESTO
      *
           PERFORM 2400-ACUMULAR-MODULO
              THRU 2400-ACUMULAR-MODULO-EXIT
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER WS-LON-CTA
      *
           IF  WS-RESTO NOT EQUAL 1
               SET W968-88-IBAN-DIGITOS    TO TRUE
               PERFORM 2900-ANOTAR-MENSAJE
                  THRU 2900-ANOTAR-MENSAJE-EXIT
               GO TO 2000-VALIDAR-CUENTA-EXIT
           END-IF
      *
           SET W968-88-IBAN-VALIDO         TO TRUE
      *
           .
       2000-VALIDAR-CUENTA-EXIT.
           EXIT.
      ******************************************************************
      *                   2100-COMPACTAR-CUENTA                        *
      *  EL IBAN IMPRESO VA EN GRUPOS DE CUATRO; SE PEGAN LOS GRUPOS   *
      ******************************************************************
       2100-COMPACTAR-CUENTA.
      *
           IF  WS-CTA-ENTRADA(WS-I:1) NOT EQUAL SPACE
               ADD 1                       TO WS-LON-CTA
               MOVE WS-CTA-ENTRADA(WS-I:1) TO WS-IBAN(WS-LON-CTA:1)
           END-IF
      *
           .
       2100-COMPACTAR-CUENTA-EXIT.
           EXIT.
      ******************************************************************
      *                   2200-PAIS-EXIGE-IBAN                         *
      *  EL PAIS DEL BENEFICIARIO MANDA; SIN PAIS SE TOMA EL DEL BIC   *
      *  (POSICIONES 5 Y 6) CUANDO EL BIC ES VALIDO                    *
      ******************************************************************
       2200-PAIS-EXIGE-IBAN.
      *
           SET IBAN-NO-EXIGIDO             TO TRUE
           MOVE SPACES                     TO WS-PAIS-EXIGE
      *
           IF  W968-COD-PAIS NUMERIC
           AND W968-COD-PAIS GREATER ZEROES
               MOVE W968-COD-PAIS          TO COD-PAIS-ISO-IBAN
               EXEC SQL
                   SELECT COD_PAIS_IBAN
                   INTO  :COD-PAIS-IBAN
                   FROM V1DT170
                   WHERE COD_PAIS_ISO = :COD-PAIS-ISO-IBAN
               END-EXEC
           ELSE
               IF  WS-BIC EQUAL SPACES OR LOW-VALUES
                OR NOT W968-88-BIC-VALIDO
                   GO TO 2200-PAIS-EXIGE-IBAN-EXIT
               END-IF
               MOVE WS-BIC(5:2)            TO COD-PAIS-IBAN
               EXEC SQL
                   SELECT COD_PAIS_IBAN
                   INTO  :COD-PAIS-IBAN
                   FROM V1DT170
                   WHERE COD_PAIS_IBAN = :COD-PAIS-IBAN
               END-EXEC
           END-IF
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   SET IBAN-EXIGIDO        TO TRUE
                   MOVE COD-PAIS-IBAN      TO WS-PAIS-EXIGE

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'V19C068 - ERROR DB2 LEYENDO V1DT170 '
                           'SQLCODE: ' SQLCODE
                   MOVE SQLCODE            TO W968-SQLCODE
                   SET W968-88-ERROR-DB2   TO TRUE
           END-EVALUATE
      *
           .
       2200-PAIS-EXIGE-IBAN-EXIT.
           EXIT.
      ******************************************************************
      *                 2300-VALIDAR-CARACTER-BBAN                     *
      *  CADA POSICION DEL BBAN CONTRA LA MASCARA DEL PAIS             *
      ******************************************************************
       2300-VALIDAR-CARACTER-BBAN.
      *
           MOVE WS-IBAN(WS-I + 4:1)        TO WS-CAR
      *
           IF  WS-CAR EQUAL SPACE
               SET FORMATO-ERRADO          TO TRUE
               GO TO 2300-VALIDAR-CARACTER-BBAN-EXIT
           END-IF
      *
           EVALUATE FMT-BBAN(WS-I:1)
               WHEN CT-MASC-DIGITO
                   IF  WS-CAR NOT NUMERIC
                       SET FORMATO-ERRADO  TO TRUE
                   END-IF

               WHEN CT-MASC-LETRA
                   IF  WS-CAR NOT ALPHABETIC-UPPER
                       SET FORMATO-ERRADO  TO TRUE
                   END-IF

               WHEN OTHER
                   IF  WS-CAR NOT ALPHABETIC-UPPER
                   AND WS-CAR NOT NUMERIC
                       SET FORMATO-ERRADO  TO TRUE
                   END-IF
           END-EVALUATE
      *
           .
       2300-VALIDAR-CARACTER-BBAN-EXIT.
           EXIT.
      ******************************************************************
      *                   2400-ACUMULAR-MODULO                         *
      ******************************************************************
       2400-ACUMULAR-MODULO.
      *
           MOVE WS-IBAN-REORDENADO(WS-I:1) TO WS-CAR
      *
           IF  WS-CAR NUMERIC
               MOVE WS-CAR                 TO WS-DIGITO
               COMPUTE WS-ACUMULADO = WS-RESTO * 10 + WS-DIGITO
           ELSE
               MOVE ZEROES                 TO WS-VALOR-LETRA
               INSPECT CT-LETRAS TALLYING WS-VALOR-LETRA
                   FOR CHARACTERS BEFORE INITIAL WS-CAR
               COMPUTE WS-ACUMULADO = WS-RESTO * 100
                                    + WS-VALOR-LETRA + 10
           END-IF
      *
           DIVIDE WS-ACUMULADO BY 97 GIVING WS-COCIENTE
                                  REMAINDER WS-RESTO
      *
           .
       2400-ACUMULAR-MODULO-EXIT.
           EXIT.
      ******************************************************************
      *                    2900-ANOTAR-MENSAJE                         *
      *  SE DEVUELVE EL PRIMER ERROR: SI EL BIC YA FALLO, MANDA EL     *
      *  DEL BIC                                                       *
      ******************************************************************
       2900-ANOTAR-MENSAJE.
      *
           IF  W968-COD-MENSAJE NOT EQUAL SPACES
               GO TO 2900-ANOTAR-MENSAJE-EXIT
           END-IF
      *
           EVALUATE TRUE
               WHEN W968-88-IBAN-ESTRUCTURA
                   MOVE CT-MSG-IBAN-ESTRUCTURA
                                           TO W968-COD-MENSAJE
               WHEN W968-88-IBAN-DIGITOS
                   MOVE CT-MSG-IBAN-DIGITOS
                                           TO W968-COD-MENSAJE
               WHEN W968-88-IBAN-REQUERIDO
                   MOVE CT-MSG-IBAN-REQUERIDO
                                           TO W968-COD-MENSAJE
           END-EVALUATE
      *
           .
       2900-ANOTAR-MENSAJE-EXIT.
           EXIT.
