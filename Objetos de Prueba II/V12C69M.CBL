           05  WS-CATEGORIA                PIC X(01)   VALUE SPACE.
           05  WS-NIV-FINAL-OPE            PIC X(01)   VALUE SPACE.
      * AD05-F
      * AD07-I : DECLARACION DE ORIGEN DE FONDOS (V1DT114)
           05  WS-IMP-USD                  PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-CANT-UMBRAL              PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-CANT-DECLARA             PIC S9(04)  COMP
                                                       VALUE ZEROES.
      * AD07-F
      * AD08-I : BLOQUEO JUDICIAL (V1DT121)
           05  WS-ALC-VENTA                PIC X(01)   VALUE SPACE.
           05  WS-ALC-TRANSF               PIC X(01)   VALUE SPACE.
      * AD08-F
      * AD11-I : DOBLE CAPTURA A CIEGAS (V1DT172)
           05  WS-CANT-DOBLE-CAPTURA       PIC S9(04)  COMP
                                                       VALUE ZEROES.
      * AD11-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
           05  CT-CAT-PEP                  PIC X(01)   VALUE 'P'.
           05  CT-CAT-ALTO                 PIC X(01)   VALUE 'A'.
      * AD05-F
      * AD08-I : BLOQUEO JUDICIAL (V1DT121)
           05  CT-ALC-TODAS                PIC X(01)   VALUE 'A'.
           05  CT-ALC-VENTAS               PIC X(01)   VALUE 'V'.
           05  CT-ALC-TRANSF               PIC X(01)   VALUE 'T'.
           05  CT-IDF-VENTA                PIC X(01)   VALUE 'V'.
           05  CT-PAGO-TRANSF              PIC X(01)   VALUE 'T'.
           05  CT-ORDEN-VIGENTE            PIC X(01)   VALUE 'V'.
      * AD08-F
      * AD11-I : DOBLE CAPTURA A CIEGAS (V1DT172)
           05  CT-DOBLE-PENDIENTE          PIC X(01)   VALUE 'P'.
      * AD11-F
      * AD12-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
           05  CT-V19C069                  PIC X(08)   VALUE 'V19C069'.
      * AD12-F
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
      * AD03-I : CONTROL DE ACCESO POR ROLES (V19C030)
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
      * AD03-F
      * AD09-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  ME-FUERA-ENTIDAD            PIC X(07)   VALUE 'V1E0225'.
      * AD09-F
           05  ME-NUMREF-REQUERIDO         PIC X(07)   VALUE 'V1E0083'.
           05  ME-OPE-NO-EXISTE            PIC X(07)   VALUE 'V1E0098'.
           05  ME-NIVEL-ERRADO             PIC X(07)   VALUE 'V1E0130'.
           05  ME-EXPEDIENTE-INCOMPLETO    PIC X(07)   VALUE 'V1E0141'.
           05  ME-ANULACION-DENEGADA       PIC X(07)   VALUE 'V1E0158'.
      * AD02-F
      * AD06-I : REVISION PERIODICA KYC (V1DT112)
           05  ME-KYC-VENCIDA              PIC X(07)   VALUE 'V1E0204'.
           05  ME-AVISO-KYC-VENCIDA        PIC X(07)   VALUE 'V1A0533'.
      * AD06-F
      * AD07-I : DECLARACION DE ORIGEN DE FONDOS (V1DT114)
           05  ME-DECLARACION-REQUERIDA    PIC X(07)   VALUE 'V1E0206'.
      * AD07-F
      * AD08-I : BLOQUEO JUDICIAL (V1DT121)
           05  ME-BLOQUEO-JUDICIAL         PIC X(07)   VALUE 'V1E0221'.
      * AD08-F
      * AD11-I : DOBLE CAPTURA A CIEGAS (V1DT172)
           05  ME-DOBLE-CAPTURA-PEND       PIC X(07)   VALUE 'V1E0301'.
      * AD11-F
           05  ME-FIRMA-CONFORME           PIC X(07)   VALUE 'V1A0519'.
      ******************************************************************
      *                       COPYS UTILIZADAS                         *
               INCLUDE V1GT038
           END-EXEC
      * AD02-F
      * AD06-I : REVISION PERIODICA KYC (V1DT112)
      *
           EXEC SQL
               INCLUDE V1GT111
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT112
           END-EXEC
      * AD06-F
      * AD07-I : DECLARACION DE ORIGEN DE FONDOS (V1DT114)
      *
           EXEC SQL
               INCLUDE V1GT114
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT115
           END-EXEC
      * AD07-F
      * AD08-I : BLOQUEO JUDICIAL (V1DT121)
      *
           EXEC SQL
               INCLUDE V1GT121
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT122
           END-EXEC
      * AD08-F
      * AD11-I : DOBLE CAPTURA A CIEGAS (V1DT172)
      *
           EXEC SQL
               INCLUDE V1GT172
           END-EXEC
      * AD11-F
      *
      ******************************************************************
      *                COPY DE AUDITORIA DE NAVEGACION                 *
      * AD04-I : CATALOGO DE MENSAJES (V1DT054 VIA V19C054)
           COPY V1WC954.
      * AD04-F
      * AD10-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           COPY V1WC963.
      * AD10-F
      * AD12-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
           COPY V1WC969.
      * AD12-F
       01  WS-QGECAUD-01.
           COPY QGECAUD.
       LINKAGE SECTION.
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
      * AD10-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      * AD10-F
      *
           SET ADDRESS OF V1NC69MI         TO CAA-PTR-COPYIN
      *
       1950-VERIFICAR-ACCESO-EXIT.
           EXIT.
      * AD03-F
      * AD09-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
      ******************************************************************
      *                  1970-VERIFICAR-ENTIDAD                        *
      ******************************************************************
      *  LA OPERACION DIGITADA DEBE SER DE UNA ENTIDAD JURIDICA DEL    *
      *  USUARIO (V1DT123); SI NO, SE RECHAZA COMO SI NO EXISTIERA     *
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
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           .
       1970-VERIFICAR-ENTIDAD-EXIT.
           EXIT.
      * AD09-F
      ******************************************************************
      *                        2000-PROCESO                            *
      ******************************************************************
               PERFORM REINPUT
           END-IF
      * AD05-F
      *
      * AD06-I : REVISION PERIODICA KYC (V1DT112)
           PERFORM 2360-VALIDAR-KYC
              THRU 2360-VALIDAR-KYC-EXIT
      * AD06-F
      *
      * AD08-I : BLOQUEO JUDICIAL (V1DT121)
      *    NINGUN NIVEL FIRMA UNA OPERACION DE UN CLIENTE CON UNA
      *    ORDEN JUDICIAL VIGENTE QUE LA ALCANCE
           PERFORM 2370-VALIDAR-BLOQUEO
              THRU 2370-VALIDAR-BLOQUEO-EXIT
      * AD08-F
      *
      * AD11-I : DOBLE CAPTURA A CIEGAS (V1DT172)
      *    NINGUN NIVEL FIRMA UNA CAPTURA MANUAL PENDIENTE DE
      *    VERIFICACION POR UN SEGUNDO OPERADOR (V13C89M)
           PERFORM 2380-VALIDAR-DOBLE-CAPTURA
              THRU 2380-VALIDAR-DOBLE-CAPTURA-EXIT
      * AD11-F
      *
           PERFORM 2400-VALIDAR-SECUENCIA
              THRU 2400-VALIDAR-SECUENCIA-EXIT
                  THRU 2580-VALIDAR-EXPEDIENTE-EXIT
           END-IF
      * AD02-F
      *
      * AD07-I : DECLARACION DE ORIGEN DE FONDOS (V1DT114)
      *    LA FIRMA FINAL DE UNA OPERACION SOBRE EL UMBRAL EXIGE LA
      *    DECLARACION DE ORIGEN Y DESTINO DE LOS FONDOS
           IF  CODNIVI EQUAL WS-NIV-FINAL-OPE
               PERFORM 2650-VALIDAR-DECLARACION
                  THRU 2650-VALIDAR-DECLARACION-EXIT
           END-IF
      * AD07-F
      *
           PERFORM 2700-GRABAR-FIRMA
              THRU 2700-GRABAR-FIRMA-EXIT
      *
      * AD12-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
      *    LA FIRMA DEL NIVEL FINAL DEJA LA OPERACION APROBADA
           IF  CODNIVI EQUAL WS-NIV-FINAL-OPE
               PERFORM 2750-REGISTRAR-EVENTO
                  THRU 2750-REGISTRAR-EVENTO-EXIT
           END-IF
      * AD12-F
      *
           MOVE ME-FIRMA-CONFORME          TO CAA-COD-AVISO1
           MOVE SPACES                     TO CODNIVI
                      IMP_OPE,
                      TAS_DOLAR,
                      NOM_RAZON,
      * AD09-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                      COD_ENT_BANCO,
      * AD09-F
                      NUM_DOC_PERSONA
               INTO  :DCLV1DT001.FEC-OPE,
                     :DCLV1DT001.COD-OPE-BANCO,
                     :DCLV1DT001.IMP-OPE,
                     :DCLV1DT001.TAS-DOLAR,
                     :DCLV1DT001.NOM-RAZON,
      * AD09-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                     :DCLV1DT001.COD-ENT-BANCO,
      * AD09-F
                     :DCLV1DT001.NUM-DOC-PERSONA
               FROM V1DT001
               WHERE NUM_REF = :DCLV1DT001.NUM-REF
      *
           EVALUATE TRUE
               WHEN DB2-OK
      * AD09-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                   PERFORM 1970-VERIFICAR-ENTIDAD
                      THRU 1970-VERIFICAR-ENTIDAD-EXIT
      * AD09-F

               WHEN DB2-NOTFND
                   MOVE ME-OPE-NO-EXISTE   TO CAA-COD-ERROR
       2350-LEER-CATEGORIA-EXIT.
           EXIT.
      * AD05-F
      * AD06-I : REVISION PERIODICA KYC (V1DT112)
      ******************************************************************
      * 2360-VALIDAR-KYC
      *  CLIENTE CON LA REVISION KYC VENCIDA MAS ALLA DE LA GRACIA     *
      *  (FEC_LIMITE DE V1DT112): SI LA POLITICA DE SU CATEGORIA       *
      *  (V1DT111) BLOQUEA NO SE FIRMA; SI NO, SE FIRMA CON AVISO      *
      ******************************************************************
       2360-VALIDAR-KYC.
      *
           MOVE 'V1DT112'                  TO WS-TABLA
           MOVE NUM-DOC-PERSONA OF DCLV1DT001
                                           TO NUM-DOC-KYC
      *
           EXEC SQL
               SELECT P.IND_BLOQUEO
               INTO  :IND-BLOQUEO-KYC
               FROM V1DT112 C,
                    V1DT111 P
               WHERE C.NUM_DOC_PERSONA = :NUM-DOC-KYC
                 AND C.FEC_LIMITE      < :WS-FEC-HOY
                 AND P.COD_CATEGORIA   = C.COD_CATEGORIA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   IF  IND-BLOQUEO-KYC EQUAL CT-SI
                       MOVE ME-KYC-VENCIDA TO CAA-COD-ERROR
                       MOVE -1             TO NUMREFL
                       PERFORM REINPUT
                   END-IF
                   MOVE ME-AVISO-KYC-VENCIDA
                                           TO CAA-COD-AVISO2

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2360-VALIDAR-KYC-EXIT.
           EXIT.
      * AD06-F
      * AD08-I : BLOQUEO JUDICIAL (V1DT121)
      ******************************************************************
      * 2370-VALIDAR-BLOQUEO
      *  ORDEN VIGENTE EN V1DT121 DE ALCANCE A (TODAS), V (LA          *
      *  OPERACION ES UNA VENTA) O T (SE PAGA POR TRANSFERENCIA).  EL  *
      *  INTENTO DE FIRMA SE ANOTA EN V1DT122 Y NO SE FIRMA            *
      ******************************************************************
       2370-VALIDAR-BLOQUEO.
      *
           MOVE 'V1DT001'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT IDF_CMP_VTA,
                      TIP_PAGO
               INTO  :DCLV1DT001.IDF-CMP-VTA,
                     :DCLV1DT001.TIP-PAGO
               FROM V1DT001
               WHERE NUM_REF = :DCLV1DT001.NUM-REF
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE 'V1DT121'                  TO WS-TABLA
           MOVE NUM-DOC-PERSONA OF DCLV1DT001
                                           TO NUM-DOC-BLOQUEO
           MOVE SPACES                     TO WS-ALC-VENTA
                                              WS-ALC-TRANSF
      *
           IF  IDF-CMP-VTA OF DCLV1DT001 EQUAL CT-IDF-VENTA
               MOVE CT-ALC-VENTAS          TO WS-ALC-VENTA
           END-IF
      *
           IF  TIP-PAGO OF DCLV1DT001 EQUAL CT-PAGO-TRANSF
               MOVE CT-ALC-TRANSF          TO WS-ALC-TRANSF
           END-IF
      *
           EXEC SQL
               SELECT VALUE(MIN(NUM_ORDEN), 0)
               INTO  :NUM-ORDEN-JUD
               FROM V1DT121
               WHERE NUM_DOC_PERSONA = :NUM-DOC-BLOQUEO
                 AND EST_ORDEN       = :CT-ORDEN-VIGENTE
                 AND FEC_DESDE      <= :WS-FEC-HOY
                 AND (FEC_HASTA      = ' '
                  OR  FEC_HASTA     >= :WS-FEC-HOY)
                 AND COD_ALCANCE    IN (:CT-ALC-TODAS,
                                        :WS-ALC-VENTA,
                                        :WS-ALC-TRANSF)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  NUM-ORDEN-JUD EQUAL ZEROES
               GO TO 2370-VALIDAR-BLOQUEO-EXIT
           END-IF
      *
           MOVE NUM-ORDEN-JUD              TO NUM-ORDEN-INT
           MOVE WS-FEC-HOY                 TO FEC-INTENTO-JUD
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-INTENTO-JUD
           MOVE CT-PROGRAMA                TO COD-PROGRAMA-INT
           MOVE NUM-DOC-PERSONA OF DCLV1DT001
                                           TO NUM-DOC-INTENTO
           MOVE AUD-USUARIO                TO COD-USUARIO-INT
           MOVE NUM-REF OF DCLV1DT001      TO NUM-REF-INTENTO
           MOVE IDF-CMP-VTA OF DCLV1DT001  TO IDF-CMP-VTA-INT
           MOVE TIP-PAGO OF DCLV1DT001     TO TIP-PAGO-INT
           MOVE COD-DIV-OPE OF DCLV1DT001  TO COD-DIV-INT
           MOVE IMP-OPE OF DCLV1DT001      TO IMP-INTENTO
           MOVE 'V1DT122'                  TO WS-TABLA
      *
           EXEC SQL
               INSERT INTO V1DT122
                   (NUM_ORDEN,
                    FEC_INTENTO,
                    HOR_INTENTO,
                    COD_PROGRAMA,
                    NUM_DOC_PERSONA,
                    COD_USUARIO,
                    NUM_REF,
                    IDF_CMP_VTA,
                    TIP_PAGO,
                    COD_DIV_OPE,
                    IMP_OPE,
                    FEC_INFORMADO)
               VALUES
                   (:NUM-ORDEN-INT,
                    :FEC-INTENTO-JUD,
                    :HOR-INTENTO-JUD,
                    :COD-PROGRAMA-INT,
                    :NUM-DOC-INTENTO,
                    :COD-USUARIO-INT,
                    :NUM-REF-INTENTO,
                    :IDF-CMP-VTA-INT,
                    :TIP-PAGO-INT,
                    :COD-DIV-INT,
                    :IMP-INTENTO,
                    ' ')
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE ME-BLOQUEO-JUDICIAL        TO CAA-COD-ERROR
           MOVE -1                         TO NUMREFL
           PERFORM REINPUT
      *
           .
       2370-VALIDAR-BLOQUEO-EXIT.
           EXIT.
      * AD08-F
      * AD11-I : DOBLE CAPTURA A CIEGAS (V1DT172)
      ******************************************************************
      * 2380-VALIDAR-DOBLE-CAPTURA
      *  LA OPERACION NO SE FIRMA MIENTRAS TENGA LA DOBLE CAPTURA      *
      *  PENDIENTE EN V1DT172                                          *
      ******************************************************************
       2380-VALIDAR-DOBLE-CAPTURA.
      *
           MOVE 'V1DT172'                  TO WS-TABLA
           MOVE NUM-REF OF DCLV1DT001      TO NUM-REF-DCT
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-DOBLE-CAPTURA
               FROM V1DT172
               WHERE NUM_REF           = :NUM-REF-DCT
                 AND EST_DOBLE_CAPTURA = :CT-DOBLE-PENDIENTE
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-DOBLE-CAPTURA GREATER ZEROES
               MOVE ME-DOBLE-CAPTURA-PEND  TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           .
       2380-VALIDAR-DOBLE-CAPTURA-EXIT.
           EXIT.
      * AD11-F
      ******************************************************************
      * 2400-VALIDAR-SECUENCIA
      *  CADA FIRMA DEBE SER EL NIVEL SIGUIENTE AL ULTIMO FIRMADO      *
           .
       2600-REGISTRAR-RECHAZO-EXIT.
           EXIT.
      * AD07-I : DECLARACION DE ORIGEN DE FONDOS (V1DT114)
      ******************************************************************
      * 2650-VALIDAR-DECLARACION
      *  EL EQUIVALENTE EN DOLARES SE COMPARA CON EL UMBRAL VIGENTE A  *
      *  LA FECHA DE LA OPERACION (V1DT115); SIN UMBRAL VIGENTE NO SE  *
      *  EXIGE DECLARACION                                             *
      ******************************************************************
       2650-VALIDAR-DECLARACION.
      *
           MOVE 'V1DT115'                  TO WS-TABLA
           MOVE ZEROES                     TO WS-CANT-UMBRAL
                                              WS-CANT-DECLARA
      *
           IF  COD-DIV-OPE OF DCLV1DT001 NOT = CT-DIV-DOLAR
               COMPUTE WS-IMP-USD ROUNDED = IMP-OPE OF DCLV1DT001
                                          * TAS-DOLAR OF DCLV1DT001
           ELSE
               MOVE IMP-OPE OF DCLV1DT001  TO WS-IMP-USD
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-UMBRAL
               FROM V1DT115
               WHERE FEC_DESDE  <= :DCLV1DT001.FEC-OPE
                 AND FEC_HASTA  >= :DCLV1DT001.FEC-OPE
                 AND IMP_UMBRAL <= :WS-IMP-USD
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-UMBRAL EQUAL ZEROES
               GO TO 2650-VALIDAR-DECLARACION-EXIT
           END-IF
      *
           MOVE 'V1DT114'                  TO WS-TABLA
           MOVE NUM-REF OF DCLV1DT001      TO NUM-REF-DECLARA
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-DECLARA
               FROM V1DT114
               WHERE NUM_REF = :NUM-REF-DECLARA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-DECLARA EQUAL ZEROES
               MOVE ME-DECLARACION-REQUERIDA
                                           TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           .
       2650-VALIDAR-DECLARACION-EXIT.
           EXIT.
      * AD07-F
      ******************************************************************
      * 2700-GRABAR-FIRMA
      ******************************************************************
           .
       2700-GRABAR-FIRMA-EXIT.
           EXIT.
      * AD12-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
      ******************************************************************
      * 2750-REGISTRAR-EVENTO
      *  EVENTO DE FIRMA FINAL EN LA BANDEJA DE SALIDA (V1DT177),      *
      *  DENTRO DE LA MISMA UNIDAD DE TRABAJO QUE LA FIRMA             *
      ******************************************************************
       2750-REGISTRAR-EVENTO.
      *
           MOVE 'V1DT177'                  TO WS-TABLA
      *
           INITIALIZE V1WC969
           SET W969-88-FIRMA-FINAL         TO TRUE
           MOVE NUM-REF OF DCLV1DT001      TO W969-NUM-REF
           MOVE CT-PROGRAMA                TO W969-PROGRAMA
           MOVE AUD-USUARIO                TO W969-USUARIO
           MOVE COD-DIV-OPE OF DCLV1DT001  TO W969-COD-DIV
           MOVE IMP-OPE OF DCLV1DT001      TO W969-IMP-OPE
           MOVE IDF-CMP-VTA OF DCLV1DT001  TO W969-IDF-CMP-VTA
           MOVE CODNIVI                    TO W969-DETALLE
      *
           CALL CT-V19C069 USING V1WC969
      *
           IF  W969-88-ERROR-DB2
               MOVE W969-SQLCODE           TO SQLCODE
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2750-REGISTRAR-EVENTO-EXIT.
           EXIT.
      * AD12-F
      ******************************************************************
      * REINPUT
      ******************************************************************
           PERFORM RESOLVER-MENSAJE
              THRU RESOLVER-MENSAJE-EXIT
      * AD04-F
      * AD10-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      * AD10-F
           EXEC CICS
               RETURN
           END-EXEC
       RESOLVER-CATALOGO-EXIT.
           EXIT.
      * AD04-F
      * AD10-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V12C69M'                  TO W963-PROGRAMA
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
      * AD10-F
