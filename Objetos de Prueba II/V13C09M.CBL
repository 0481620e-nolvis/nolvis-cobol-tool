      *               REVERSO V12C44M RECHAZAN ACTIVIDAD FECHADA EN   *
      *               EL, Y LAS ENTRADAS CONTABLES DE V12C55B DEJAN   *
      *               DE PELEARSE CON CAPTURAS TARDIAS                *
      *  AD02: AL CERRAR SE SELLA EL DIA (RUTINA V19C066): RESUMEN     *
      *        SHA-256 DE LOS CAMPOS FINANCIEROS CLAVE DE CADA         *
      *        OPERACION DE LA FECHA, ENCADENADO AL SELLO DEL DIA      *
      *        ANTERIOR (V1DT163/V1DT164).  NO SE CIERRA UNA FECHA     *
      *        ANTERIOR AL ULTIMO DIA SELLADO, Y SI EL SELLO NO SE     *
      *        PUEDE CALCULAR EL CIERRE SE DESHACE                     *
      *                                                                *
      ******************************************************************
      ******************************************************************
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-DIA-CERRADO              PIC X(01)   VALUE 'C'.
      * AD02-I : SELLO DE INTEGRIDAD DEL DIA (V19C066)
           05  CT-V19C066                  PIC X(08)   VALUE 'V19C066'.
      * AD02-F
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
           05  ME-CUADRE-SUCIO             PIC X(07)   VALUE 'V1E0180'.
           05  ME-DIA-YA-CERRADO           PIC X(07)   VALUE 'V1E0181'.
           05  ME-ALTA-CONFORME            PIC X(07)   VALUE 'V1A0510'.
      * AD02-I : SELLO DE INTEGRIDAD DEL DIA (V19C066)
           05  ME-FECHA-ANTES-SELLO        PIC X(07)   VALUE 'V1E0284'.
           05  ME-SELLO-FALLIDO            PIC X(07)   VALUE 'V1E0285'.
      * AD02-F
      ******************************************************************
      *                       COPYS UTILIZADAS                         *
      ******************************************************************
      ******************************************************************
           COPY V1WC930.
           COPY V1WC954.
      * AD01-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           COPY V1WC963.
      * AD01-F
      * AD02-I : SELLO DE INTEGRIDAD DEL DIA (V19C066)
           COPY V1WC966.
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
           SET ADDRESS OF V1ND09MI         TO CAA-PTR-COPYIN
      *
      *
           PERFORM 2400-CERRAR-DIA
              THRU 2400-CERRAR-DIA-EXIT
      *
      * AD02-I : SELLO DE INTEGRIDAD DEL DIA (V19C066)
           PERFORM 2500-SELLAR-DIA
              THRU 2500-SELLAR-DIA-EXIT
      * AD02-F
      *
           MOVE ME-ALTA-CONFORME           TO CAA-COD-AVISO1
           MOVE -1                         TO FECDIAL
           .
       2400-CERRAR-DIA-EXIT.
           EXIT.
      * AD02-I : SELLO DE INTEGRIDAD DEL DIA (V19C066)
      ******************************************************************
      * 2500-SELLAR-DIA
      *  EL SELLO VA EN LA MISMA UNIDAD DE TRABAJO QUE EL CIERRE: SI   *
      *  NO SE PUEDE SELLAR, SE DESHACE TAMBIEN LA FILA DE V1DT072     *
      ******************************************************************
       2500-SELLAR-DIA.
      *
           INITIALIZE V1WC966
           SET W966-88-SELLAR              TO TRUE
           MOVE WS-FECHA-AUX               TO W966-FEC-OPE
           MOVE AUD-USUARIO                TO W966-USUARIO
      *
           CALL CT-V19C066 USING V1WC966
      *
           EVALUATE TRUE
               WHEN W966-88-CONFORME
                   CONTINUE

               WHEN W966-88-ERROR
                   MOVE W966-TABLA         TO WS-TABLA
                   MOVE W966-SQLCODE       TO SQLCODE
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT

               WHEN OTHER
                   EXEC CICS
                       SYNCPOINT ROLLBACK
                   END-EXEC
                   EVALUATE TRUE
                       WHEN W966-88-YA-SELLADO
                           MOVE ME-DIA-YA-CERRADO
                                           TO CAA-COD-ERROR
                       WHEN W966-88-FUERA-DE-ORDEN
                           MOVE ME-FECHA-ANTES-SELLO
                                           TO CAA-COD-ERROR
                       WHEN OTHER
                           MOVE ME-SELLO-FALLIDO
                                           TO CAA-COD-ERROR
                   END-EVALUATE
                   MOVE -1                 TO FECDIAL
                   PERFORM REINPUT
           END-EVALUATE
      *
           .
       2500-SELLAR-DIA-EXIT.
           EXIT.
      * AD02-F
      ******************************************************************
      * REINPUT
      ******************************************************************
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
           MOVE 'V13C09M'                  TO W963-PROGRAMA
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
