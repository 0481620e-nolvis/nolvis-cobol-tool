      *               PROVIENE DE UN OTORGAMIENTO DE EMERGENCIA        *
      *               (V1DT093), EL PRIMER USO QUEDA ESTAMPADO Y       *
      *               DEJA EVENTO CRITICO EN V1DT025                   *
      *               TAMBIEN ATA AL USUARIO A SUS ENTIDADES JURIDICAS *
      *               (V1DT123): SIN ENTIDAD NO ENTRA A NINGUNA        *
      *               TRANSACCION, DEVUELVE SU ENTIDAD PRINCIPAL Y EN  *
      *               MODO 'D' VALIDA LA ENTIDAD DEL REGISTRO QUE LA   *
      *               PANTALLA VA A MOSTRAR                            *
      *                                                                *
      ******************************************************************
      ******************************************************************
                                                       VALUE ZEROES.
           05  WS-CANT-SUPERVISOR          PIC S9(04)  COMP
                                                       VALUE ZEROES.
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  WS-CANT-ENTIDAD             PIC S9(04)  COMP
                                                       VALUE ZEROES.
      * AD02-F
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
           05  CT-EST-ACTIVO               PIC X(01)   VALUE 'A'.
           05  CT-NO                       PIC X(01)   VALUE 'N'.
      * AD01-F
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  CT-RET-FUERA-ENTIDAD        PIC X(02)   VALUE '02'.
      * AD02-F
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
               INCLUDE V1GT093
           END-EXEC
      * AD01-F
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
      *
           EXEC SQL
               INCLUDE V1GT123
           END-EXEC
      * AD02-F
      ******************************************************************
      *                                                                *
      *                L I N K A G E     S E C T I O N                 *
      *
      *    EL AREA LLEGA POR LINK: EL TRADUCTOR CICS LA ENTREGA EN
      *    DFHCOMMAREA Y EL AREA CON NOMBRE SE DIRECCIONA SOBRE ELLA
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
       01  DFHCOMMAREA                     PIC X(25).
      * AD02-F
      *
           COPY V1WC930.
      ******************************************************************
           MOVE '00'                       TO W930-RETORNO
           MOVE SPACE                      TO W930-DATO-COMPLETO
                                              W930-SUPERVISOR
      *
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE SPACES                     TO W930-ENTIDAD
      *
           IF  W930-88-MODO-DATO
               PERFORM 5000-VERIFICAR-ENT-DATO
                  THRU 5000-VERIFICAR-ENT-DATO-EXIT
               GO TO 1000-DEVOLVER
           END-IF
      * AD02-F
      *
           PERFORM 2000-VERIFICAR-PERMISO
              THRU 2000-VERIFICAR-PERMISO-EXIT
      *
           PERFORM 3500-VERIFICAR-SUPERVISOR
              THRU 3500-VERIFICAR-SUPERVISOR-EXIT
      *
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           IF  W930-88-PERMITIDO
               PERFORM 5100-RESOLVER-ENTIDAD
                  THRU 5100-RESOLVER-ENTIDAD-EXIT
           END-IF
      *
           IF  W930-88-FUERA-ENTIDAD
           AND W930-88-MODO-ENTRADA
               PERFORM 4000-REGISTRAR-DENEGADO
                  THRU 4000-REGISTRAR-DENEGADO-EXIT
           END-IF
      * AD02-F
      *
           IF  W930-88-DENEGADO
           AND W930-88-MODO-ENTRADA
                  THRU 3700-MARCAR-USO-EMERGENCIA-EXIT
           END-IF
      * AD01-F
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           .
       1000-DEVOLVER.
      * AD02-F
      *
           EXEC CICS
               RETURN
           .
       4000-REGISTRAR-DENEGADO-EXIT.
           EXIT.
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
      ******************************************************************
      *                 5000-VERIFICAR-ENT-DATO                        *
      *  MODO 'D': EL PERMISO SOBRE LA TRANSACCION YA SE VERIFICO AL   *
      *  ENTRAR; AQUI SOLO SE MIRA QUE LA ENTIDAD DEL REGISTRO ESTE    *
      *  ATADA AL USUARIO.  EL INTENTO DE VER DATOS DE OTRA ENTIDAD    *
      *  QUEDA EN LA BITACORA DE DENEGADOS                             *
      ******************************************************************
       5000-VERIFICAR-ENT-DATO.
      *
           MOVE ZEROES                     TO WS-CANT-ENTIDAD
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-ENTIDAD
               FROM V1DT123
               WHERE COD_USUARIO   = :W930-USUARIO
                 AND COD_ENT_BANCO = :W930-ENT-DATO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
           OR  WS-CANT-ENTIDAD EQUAL ZEROES
               MOVE CT-RET-FUERA-ENTIDAD   TO W930-RETORNO
               PERFORM 4000-REGISTRAR-DENEGADO
                  THRU 4000-REGISTRAR-DENEGADO-EXIT
           END-IF
      *
           .
       5000-VERIFICAR-ENT-DATO-EXIT.
           EXIT.
      ******************************************************************
      *                  5100-RESOLVER-ENTIDAD                         *
      *  DEVUELVE LA ENTIDAD PRINCIPAL DEL USUARIO; SI NO TIENE UNA    *
      *  MARCADA, LA MENOR DE LAS QUE TIENE.  UN USUARIO SIN NINGUNA   *
      *  ENTIDAD ATADA NO PUEDE OPERAR EN LA SUITE                     *
      ******************************************************************
       5100-RESOLVER-ENTIDAD.
      *
           MOVE SPACES                     TO COD-ENT-USUARIO
      *
           EXEC SQL
               SELECT VALUE(MIN(COD_ENT_BANCO), ' ')
               INTO  :COD-ENT-USUARIO
               FROM V1DT123
               WHERE COD_USUARIO   = :W930-USUARIO
                 AND IND_PRINCIPAL = :CT-SI
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               MOVE SPACES                 TO COD-ENT-USUARIO
           END-IF
      *
           IF  COD-ENT-USUARIO EQUAL SPACES
               PERFORM 5110-MENOR-ENTIDAD
                  THRU 5110-MENOR-ENTIDAD-EXIT
           END-IF
      *
           MOVE COD-ENT-USUARIO            TO W930-ENTIDAD
      *
           IF  COD-ENT-USUARIO EQUAL SPACES
               MOVE CT-RET-FUERA-ENTIDAD   TO W930-RETORNO
           END-IF
      *
           .
       5100-RESOLVER-ENTIDAD-EXIT.
           EXIT.
      ******************************************************************
      *                   5110-MENOR-ENTIDAD                           *
      ******************************************************************
       5110-MENOR-ENTIDAD.
      *
           EXEC SQL
               SELECT VALUE(MIN(COD_ENT_BANCO), ' ')
               INTO  :COD-ENT-USUARIO
               FROM V1DT123
               WHERE COD_USUARIO   = :W930-USUARIO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               MOVE SPACES                 TO COD-ENT-USUARIO
           END-IF
      *
           .
       5110-MENOR-ENTIDAD-EXIT.
           EXIT.
      * AD02-F
