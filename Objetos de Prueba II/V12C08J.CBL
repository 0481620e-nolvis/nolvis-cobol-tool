           05  WS-CANT-NOTAS               PIC S9(04)  COMP
                                                       VALUE ZEROES.
      * AD02-F
      * AD08-I : AVISO DE CONFIRMACION A PEDIDO (V1DT136)
           05  WS-CANT-AVISOS              PIC S9(04)  COMP
                                                       VALUE ZEROES.
      * AD08-F
      * AD01-I : CONSULTA TRANSPARENTE DEL ARCHIVO (V1AT001/V1AT002)
           05  SW-ARCHIVADA                PIC X(01)   VALUE 'N'.
               88  OPE-ARCHIVADA                       VALUE 'S'.
               INCLUDE V1GT029
           END-EXEC
      * AD02-F
      * AD08-I : AVISO DE CONFIRMACION A PEDIDO (V1DT136)
      *
           EXEC SQL
               INCLUDE V1GT136
           END-EXEC
      * AD08-F
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      * AD05-I : CATALOGO DE MENSAJES (V1DT054 VIA V19C054)
           COPY V1WC954.
      * AD05-F
      * AD09-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           COPY V1WC963.
      * AD09-F
       01  WS-QGECAUD-01.
           COPY QGECAUD.
       LINKAGE SECTION.
      *   - DIRECCIONAR COPY DEL MAPA
      ******************************************************************
       1000-INICIO.
      *
      * AD09-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      * AD09-F
      *
           SET ADDRESS OF V1NC06JI         TO CAA-PTR-COPYIN
           SET ADDRESS OF V1EC001          TO CAA-PTRDATA
       ENMASCARAR-CUENTA-EXIT.
           EXIT.
      * AD03-F
      * AD07-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
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
               MOVE 'V1E0225'              TO CAA-COD-ERROR
               SET CAA-88-CODTRAN-SIG-ULTI TO TRUE
               SET CAA-88-ACCION-PROGRAMA  TO TRUE
               SET CAA-88-ESTADO-INICIO    TO TRUE
               PERFORM 3000-FIN
                  THRU 3000-FIN-EXIT
           END-IF
      *
           .
       1970-VERIFICAR-ENTIDAD-EXIT.
           EXIT.
      * AD07-F
      ******************************************************************
      *                        2000-PROCESO                            *
      ******************************************************************
      * AD01-F
      *
           IF  ENCONTRADO
      * AD07-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
               PERFORM 1970-VERIFICAR-ENTIDAD
                  THRU 1970-VERIFICAR-ENTIDAD-EXIT
      * AD07-F
               PERFORM MOVER-MERCADO-1
                  THRU MOVER-MERCADO-1-EXIT

               GO TO 2200-ESTADO-CONTINUACION-EXIT
           END-IF
      * AD02-F
      * AD06-I : DECLARACION DE ORIGEN DE FONDOS (V1DT114)
      *    PF11 NAVEGA A LA DECLARACION DE FONDOS DE LA OPERACION
           IF  CAA-TECLA EQUAL '11'
               MOVE 'V192'                 TO CAA-CODTRAN-SIG
               SET CAA-88-ACCION-PROGRAMA  TO TRUE
               SET CAA-88-ESTADO-INICIO    TO TRUE
               SET CAA-88-CADENA-ANADIR    TO TRUE
               MOVE NUM-REF-V163           TO NUM-REF-V153
               GO TO 2200-ESTADO-CONTINUACION-EXIT
           END-IF
      * AD06-F
      * AD08-I : AVISO DE CONFIRMACION A PEDIDO (V1DT136)
      *    PF9 PIDE LA REIMPRESION DEL AVISO DE CONFIRMACION Y
      *    REDESPLIEGA EL DETALLE CON EL AVISO DEL RESULTADO
           IF  CAA-TECLA EQUAL '09'
               PERFORM SOLICITAR-AVISO
                  THRU SOLICITAR-AVISO-EXIT
               SET CAA-88-ACCION-TERMINAL  TO TRUE
               SET CAA-88-ESTADO-CONTIN    TO TRUE
               GO TO 2200-ESTADO-CONTINUACION-EXIT
           END-IF
      * AD08-F
      *
           SET CAA-88-CODTRAN-SIG-ULTI     TO TRUE
           SET CAA-88-ACCION-PROGRAMA      TO TRUE
       CONTAR-NOTAS-EXIT.
           EXIT.
      * AD02-F
      * AD08-I : AVISO DE CONFIRMACION A PEDIDO (V1DT136)
      ******************************************************************
      * SOLICITAR-AVISO
      ******************************************************************
      *  DEJA PENDIENTE EN LA BITACORA V1DT136 UNA REIMPRESION DEL     *
      *  AVISO DE CONFIRMACION DE LA OPERACION; LA PROXIMA CORRIDA DE  *
      *  V13C63B LA ENVIA AL CORREO DEL CLIENTE O LA IMPRIME.  SI YA   *
      *  HAY UNA PENDIENTE NO SE ANOTA OTRA                            *
      ******************************************************************
       SOLICITAR-AVISO.
      *
           MOVE NUM-REF-V163               TO NUM-REF-AVI
           MOVE ZEROES                     TO WS-CANT-AVISOS
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-AVISOS
               FROM V1DT136
               WHERE NUM_REF   = :NUM-REF-AVI
                 AND EST_AVISO = 'P'
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE 'V1DT136'              TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-AVISOS GREATER THAN ZEROES
               MOVE 'V1A0551'              TO CAA-COD-AVISO1
               GO TO SOLICITAR-AVISO-EXIT
           END-IF
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO FEC-SOLICITUD-AVI
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-SOLICITUD-AVI
           MOVE AUD-USUARIO                TO COD-USUARIO-AVI
      *
           EXEC SQL
               INSERT INTO V1DT136
                   (NUM_REF,
                    SEC_AVISO,
                    ORI_AVISO,
                    EST_AVISO,
                    CAN_ENTREGA,
                    COR_DESTINO,
                    FEC_SOLICITUD,
                    HOR_SOLICITUD,
                    COD_USUARIO,
                    FEC_ENVIO,
                    HOR_ENVIO,
                    FEC_REBOTE,
                    MOT_REBOTE)
               SELECT :NUM-REF-AVI,
                      VALUE(MAX(SEC_AVISO), 0) + 1,
                      'R',
                      'P',
                      ' ',
                      ' ',
                      :FEC-SOLICITUD-AVI,
                      :HOR-SOLICITUD-AVI,
                      :COD-USUARIO-AVI,
                      ' ',
                      ' ',
                      ' ',
                      ' '
               FROM V1DT136
               WHERE NUM_REF = :NUM-REF-AVI
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE 'V1DT136'              TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE 'V1A0550'                  TO CAA-COD-AVISO1
      *
           .
       SOLICITAR-AVISO-EXIT.
           EXIT.
      * AD08-F
      ******************************************************************
      *                        BUSCAR-OFICINA
      ******************************************************************
      * AD05-F
           MOVE CAA-CODTRAN              TO  COD-TRANSACCION
      *
      * AD09-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      * AD09-F
           EXEC CICS
               RETURN
           END-EXEC.
       RESOLVER-CATALOGO-EXIT.
           EXIT.
      * AD05-F
      * AD09-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V12C08J'                  TO W963-PROGRAMA
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
      * AD09-F
