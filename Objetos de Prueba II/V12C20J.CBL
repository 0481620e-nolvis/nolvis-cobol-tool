      * AD01-I : CONTROL DE ACCESO POR ROLES (V19C030)
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
      * AD01-F
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  ME-FUERA-ENTIDAD            PIC X(07)   VALUE 'V1E0225'.
      * AD03-F
           05  ME-ERROR-SELECCION          PIC X(07)   VALUE 'V1E0011'.
           05  ME-NO-OPERACIONES           PIC X(07)   VALUE 'V1E0062'.
           05  ME-SIN-RETROCESO            PIC X(07)   VALUE 'V1E0075'.
      * AD02-I : CATALOGO DE MENSAJES (V1DT054 VIA V19C054)
           COPY V1WC954.
      * AD02-F
      * AD04-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           COPY V1WC963.
      * AD04-F
       01  WS-QGECAUD-01.
           COPY QGECAUD.
       LINKAGE SECTION.
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
      * AD04-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      * AD04-F
      *
           SET ADDRESS OF V1NC022I         TO CAA-PTR-COPYIN
           SET ADDRESS OF V1EC001          TO CAA-PTRDATA
       1950-VERIFICAR-ACCESO-EXIT.
           EXIT.
      * AD01-F
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
      ******************************************************************
      *                  1970-VERIFICAR-ENTIDAD                        *
      ******************************************************************
      *  EL REGISTRO LEIDO DEBE SER DE UNA ENTIDAD JURIDICA DEL        *
      *  USUARIO (V1DT123); SI NO, SE DEVUELVE EL CONTROL COMO EN UN   *
      *  ACCESO DENEGADO                                               *
      ******************************************************************
       1970-VERIFICAR-ENTIDAD.
      *
           MOVE AUD-USUARIO                TO W930-USUARIO
           MOVE CAA-CODTRAN                TO W930-TRAN
           SET W930-88-MODO-DATO           TO TRUE
           MOVE SPACES                     TO W930-RETORNO
                                              W930-DATO-COMPLETO
           MOVE COD-ENT-BANCO OF DCLV1DT001 TO W930-ENT-DATO
      *
           EXEC CICS
               LINK PROGRAM('V19C030')
               COMMAREA(V1WC930)
               NOHANDLE
           END-EXEC
      *
           IF  NOT W930-88-PERMITIDO
               MOVE ME-FUERA-ENTIDAD       TO CAA-COD-ERROR
               SET CAA-88-CODTRAN-SIG-ULTI TO TRUE
               SET CAA-88-ACCION-PROGRAMA  TO TRUE
               SET CAA-88-ESTADO-INICIO    TO TRUE
               PERFORM 6000-FIN
                  THRU 6000-FIN-EXIT
           END-IF
      *
           .
       1970-VERIFICAR-ENTIDAD-EXIT.
           EXIT.
      * AD03-F
      ******************************************************************
      *                        2000-PROCESO                            *
      ******************************************************************
      ******************************************************************
       2500-PROCESAR-REGISTRO.
      *
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           PERFORM 1970-VERIFICAR-ENTIDAD
              THRU 1970-VERIFICAR-ENTIDAD-EXIT
      *
      * AD03-F
           PERFORM BUSCAR-OFICINA
              THRU BUSCAR-OFICINA-EXIT
      *
           PERFORM RESOLVER-MENSAJE
              THRU RESOLVER-MENSAJE-EXIT
      * AD02-F
      * AD04-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      * AD04-F
           EXEC CICS
               RETURN
           END-EXEC
       RESOLVER-CATALOGO-EXIT.
           EXIT.
      * AD02-F
      * AD04-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V12C20J'                  TO W963-PROGRAMA
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
      * AD04-F
