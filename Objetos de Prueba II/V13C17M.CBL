           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-COTEJO-LIMPIO            PIC X(01)   VALUE 'L'.
           05  CT-COTEJO-COINCIDE          PIC X(01)   VALUE 'C'.
      * AD02-I : DIRECTORIO BIC Y VALIDACION DE IBAN (V19C068)
           05  CT-V19C068                  PIC X(08)   VALUE 'V19C068'.
      * AD02-F
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
      ******************************************************************
           COPY V1WC930.
           COPY V1WC954.
      * AD01-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           COPY V1WC963.
      * AD01-F
      * AD02-I : DIRECTORIO BIC Y VALIDACION DE IBAN (V19C068)
           COPY V1WC968.
      * AD02-F
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
           SET ADDRESS OF V1ND17MI         TO CAA-PTR-COPYIN
      *
           MOVE BANBENI                    TO COD-BANCO-BENEF
           MOVE CTABENI                    TO CTA-BENEF
           MOVE PAIBENI                    TO COD-PAIS-BENEF
      *
      * AD02-I : DIRECTORIO BIC Y VALIDACION DE IBAN (V19C068)
           PERFORM 2320-VALIDAR-BANCO
              THRU 2320-VALIDAR-BANCO-EXIT
      * AD02-F
      *
           PERFORM 2350-COTEJAR-LISTA
              THRU 2350-COTEJAR-LISTA-EXIT
           .
       2300-ALTA-BENEFICIARIO-EXIT.
           EXIT.
      * AD02-I : DIRECTORIO BIC Y VALIDACION DE IBAN (V19C068)
      ******************************************************************
      * 2320-VALIDAR-BANCO
      *  EL BIC DEL BANCO DEL BENEFICIARIO DEBE ESTAR ACTIVO EN EL     *
      *  DIRECTORIO SWIFT Y LA CUENTA, SI EL PAIS USA IBAN O LA        *
      *  CUENTA TIENE SU FORMA, DEBE SER UN IBAN VALIDO.  LA CUENTA    *
      *  SE GUARDA SIN LOS ESPACIOS DE LA FORMA IMPRESA                *
      ******************************************************************
       2320-VALIDAR-BANCO.
      *
           INITIALIZE V1WC968
           MOVE BANBENI                    TO W968-COD-BIC
           MOVE CTABENI                    TO W968-CTA
           MOVE PAIBENI                    TO W968-COD-PAIS
      *
           CALL CT-V19C068 USING V1WC968
      *
           EVALUATE TRUE
               WHEN W968-88-CONFORME
                   MOVE W968-CTA-NORMAL    TO CTA-BENEF

               WHEN W968-88-ERROR-DB2
                   MOVE 'V1DT169'          TO WS-TABLA
                   MOVE W968-SQLCODE       TO SQLCODE
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT

               WHEN OTHER
                   MOVE W968-COD-MENSAJE   TO CAA-COD-ERROR
                   IF  NOT W968-88-BIC-VALIDO
                       MOVE -1             TO BANBENL
                   ELSE
                       MOVE -1             TO CTABENL
                   END-IF
                   PERFORM REINPUT
           END-EVALUATE
      *
           .
       2320-VALIDAR-BANCO-EXIT.
           EXIT.
      * AD02-F
      ******************************************************************
      * 2350-COTEJAR-LISTA
      *  RIF POR IGUALDAD Y NOMBRE NORMALIZADO POR IGUALDAD CONTRA     *
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
           MOVE 'V13C17M'                  TO W963-PROGRAMA
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
