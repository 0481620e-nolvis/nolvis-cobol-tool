           05  CT-GAS-OUR                  PIC X(03)   VALUE 'OUR'.
           05  CT-GAS-SHA                  PIC X(03)   VALUE 'SHA'.
           05  CT-GAS-BEN                  PIC X(03)   VALUE 'BEN'.
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
           SET ADDRESS OF V1ND02MI         TO CAA-PTR-COPYIN
      *
      ******************************************************************
      * 2250-VALIDAR-DATOS
      *  EL BIC Y LA CUENTA NOSTRO SON OBLIGATORIOS; LA OPCION DE      *
      *  GASTOS DEBE SER OUR, SHA O BEN.  BIC Y CUENTA SE VALIDAN      *
      *  CONTRA EL DIRECTORIO SWIFT Y EL REGISTRO IBAN (V19C068)       *
      ******************************************************************
       2250-VALIDAR-DATOS.
      *
           MOVE BICCORI                    TO BIC-CORRESPONSAL
           MOVE CTANOSI                    TO CTA-NOSTRO
           MOVE OPCGASI                    TO OPC-GASTOS
      *
      * AD02-I : DIRECTORIO BIC Y VALIDACION DE IBAN (V19C068)
      *    EL BIC DEBE ESTAR ACTIVO EN EL DIRECTORIO SWIFT; LA CUENTA
      *    NOSTRO ES IBAN SI EL PAIS DEL BIC LO USA.  LA CUENTA SE
      *    GUARDA SIN ESPACIOS
           INITIALIZE V1WC968
           MOVE BICCORI                    TO W968-COD-BIC
           MOVE CTANOSI                    TO W968-CTA
           MOVE ZEROES                     TO W968-COD-PAIS
      *
           CALL CT-V19C068 USING V1WC968
      *
           EVALUATE TRUE
               WHEN W968-88-CONFORME
                   MOVE W968-CTA-NORMAL    TO CTA-NOSTRO

               WHEN W968-88-ERROR-DB2
                   MOVE 'V1DT169'          TO WS-TABLA
                   MOVE W968-SQLCODE       TO SQLCODE
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT

               WHEN OTHER
                   MOVE W968-COD-MENSAJE   TO CAA-COD-ERROR
                   IF  NOT W968-88-BIC-VALIDO
                       MOVE -1             TO BICCORL
                   ELSE
                       MOVE -1             TO CTANOSL
                   END-IF
                   PERFORM REINPUT
           END-EVALUATE
      * AD02-F
      *
           .
       2250-VALIDAR-DATOS-EXIT.
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
           MOVE 'V13C02M'                  TO W963-PROGRAMA
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
