      ******************************************************************
           COPY V1WC930.
           COPY V1WC954.
      * AD01-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           COPY V1WC963.
      * AD01-F
       01  WS-QGECAUD-01.
           COPY QGECAUD.
       LINKAGE SECTION.
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
      * AD01-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      * AD01-F
      *
           SET ADDRESS OF V1ND18MI         TO CAA-PTR-COPYIN
      *
      * 2600-LEER-IMAGEN-ACTUAL
      *  ARMA LA IMAGEN ANTES (FILA VIVA) Y LA IMAGEN DESPUES (LO      *
      *  CAPTADO).  LA IMAGEN DE V1DT081 ES: CPT(3) CV(1) DIV(3)       *
      *  IMP(15) RIF(15) PAGO(1) DIA(2) DESDE(8) HASTA(8) ENT(4)       *
      *  SEPARADOS POR UN BLANCO; LA CLAVE ES DOC(15) + SEC(4) (SEC    *
      *  0000 EN EL ALTA: LA ASIGNA LA APROBACION).  LA ENTIDAD ES LA  *
      *  PRINCIPAL DEL USUARIO QUE CAPTA, DEVUELTA POR V19C030 EN      *
      *  1950-VERIFICAR-ACCESO                                         *
      ******************************************************************
       2600-LEER-IMAGEN-ACTUAL.
      *
                  WS-FEC-DESDE             DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-FEC-HASTA             DELIMITED BY SIZE
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                  ' '                      DELIMITED BY SIZE
                  W930-ENTIDAD             DELIMITED BY SIZE
      * AD02-F
                  INTO IMG-DESPUES
           END-STRING
      *
           PERFORM RESOLVER-MENSAJE
              THRU RESOLVER-MENSAJE-EXIT
      *
      * AD01-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      * AD01-F
           EXEC CICS
               RETURN
           END-EXEC
           .
       RESOLVER-CATALOGO-EXIT.
           EXIT.
      * AD01-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V13C18M'                  TO W963-PROGRAMA
           MOVE AUD-CODTRAN                TO W963-TRAN
           MOVE AUD-USUARIO                TO W963-USUARIO
           MOVE AUD-TERMINAL               TO W963-TERMINAL
           MOVE ZEROES                     TO W963-FILAS
           MOVE SPACES                     TO W963-CRITERIO
      *
           EXEC CICS
               LINK PROGRAM('V19C063')
               COMMAREA(V1WC963)
               NOHANDLE
           END-EXEC
      *
           .
       REGISTRAR-RENDIMIENTO-EXIT.
           EXIT.
      * AD01-F
