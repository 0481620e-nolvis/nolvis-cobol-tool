           05  WS-DIA-PLA-NUM REDEFINES WS-DIA-PLA-ALFA
                                           PIC 9(02).
      * AD04-F
      * AD07-I : ESCENARIOS DE DETECCION (V1DT117)
           05  WS-DIAS-ESC-ALFA            PIC X(03)   VALUE SPACES.
           05  WS-DIAS-ESC-NUM REDEFINES WS-DIAS-ESC-ALFA
                                           PIC 9(03).
           05  WS-CANT-ESC-ALFA            PIC X(04)   VALUE SPACES.
           05  WS-CANT-ESC-NUM REDEFINES WS-CANT-ESC-ALFA
                                           PIC 9(04).
           05  WS-IMP-ESC-ALFA             PIC X(15)   VALUE SPACES.
           05  WS-IMP-ESC-NUM REDEFINES WS-IMP-ESC-ALFA
                                           PIC 9(13)V9(02).
      * AD07-F
      * AD08-I : PERFIL DE ACTIVIDAD ESPERADA (V1DT128)
           05  WS-IMP-PERFIL-ALFA          PIC X(15)   VALUE SPACES.
           05  WS-IMP-PERFIL-NUM REDEFINES WS-IMP-PERFIL-ALFA
                                           PIC 9(13)V9(02).
      * AD08-F
      * AD11-I : LIMITES DE EXPOSICION DE LIQUIDACION (V1DT145)
           05  WS-IMP-LIMITE-ALFA          PIC X(15)   VALUE SPACES.
           05  WS-IMP-LIMITE-NUM REDEFINES WS-IMP-LIMITE-ALFA
                                           PIC 9(13)V9(02).
      * AD11-F
      * AD12-I : REGLAS DE ASIGNACION DE INTERVENCION (V1DT148)
           05  WS-IMG-REGLA-ASG.
               10  WS-PRIORIDAD-ASG-ALFA   PIC X(03)   VALUE SPACES.
               10  WS-PRIORIDAD-ASG-NUM REDEFINES WS-PRIORIDAD-ASG-ALFA
                                           PIC 9(03).
               10  WS-TOPE-ASG-ALFA        PIC X(15)   VALUE SPACES.
               10  WS-TOPE-ASG-NUM REDEFINES WS-TOPE-ASG-ALFA
                                           PIC 9(13)V9(02).
      * AD12-F
      * AD13-I : CATEGORIA DE BALANZA DE PAGOS POR CONCEPTO (V1DT151)
           05  WS-IMG-CATEGORIA-BDP.
               10  WS-CAT-BDP              PIC X(06)   VALUE SPACES.
               10  WS-FEC-BDP              PIC X(08)   VALUE SPACES.
               10  WS-FEC-BDP-NUM REDEFINES WS-FEC-BDP
                                           PIC 9(08).
               10  WS-DES-BDP              PIC X(40)   VALUE SPACES.
           05  WS-FEC-CIERRE-BDP           PIC 9(08)   VALUE ZEROES.
           05  WS-FEC-VIGENTE-BDP          PIC X(08)   VALUE SPACES.
      * AD13-F
      * AD14-I : REGISTRO DE EMPLEADOS Y PARTES VINCULADAS (V1DT166)
           05  WS-IMG-RELACIONADO.
               10  WS-TIP-RELACION-REL     PIC X(01)   VALUE SPACES.
               10  WS-DEPARTAMENTO-REL     PIC X(06)   VALUE SPACES.
               10  WS-OFICINA-REL          PIC X(04)   VALUE SPACES.
               10  WS-USUARIO-REL          PIC X(08)   VALUE SPACES.
               10  WS-FEC-DESDE-REL        PIC X(08)   VALUE SPACES.
               10  WS-FEC-HASTA-REL        PIC X(08)   VALUE SPACES.
               10  WS-NOMBRE-REL           PIC X(40)   VALUE SPACES.
      * AD14-F
      * AD15-I : DIFERENCIALES DE LA PIZARRA AL CLIENTE (V1DT174)
           05  WS-IMG-SPREAD.
               10  WS-IMP-HASTA-SPR-ALFA   PIC X(15)   VALUE SPACES.
               10  WS-IMP-HASTA-SPR-NUM REDEFINES WS-IMP-HASTA-SPR-ALFA
                                           PIC 9(13)V9(02).
               10  WS-PCT-COMPRA-SPR       PIC 9(03)V9(04)
                                                       VALUE ZEROES.
               10  WS-PCT-VENTA-SPR        PIC 9(03)V9(04)
                                                       VALUE ZEROES.
               10  WS-PCT-TOLER-SPR        PIC 9(03)V9(02)
                                                       VALUE ZEROES.
           05  WS-IMP-DESDE-SPR-ALFA       PIC X(15)   VALUE SPACES.
           05  WS-IMP-DESDE-SPR-NUM REDEFINES WS-IMP-DESDE-SPR-ALFA
                                           PIC 9(13)V9(02).
      * AD15-F
      * AD16-I : CARGA AUTOMATICA DE LISTAS DE SANCIONES (V1DT014)
           05  WS-IMG-LISTA-VIG.
               10  WS-IDF-RIF-LIS          PIC X(15)   VALUE SPACES.
               10  WS-NOMBRE-LIS           PIC X(40)   VALUE SPACES.
               10  WS-FEC-DESDE-LIS        PIC X(08)   VALUE SPACES.
               10  WS-FEC-HASTA-LIS        PIC X(08)   VALUE SPACES.
           05  WS-NOM-ENTRADA              PIC X(40)   VALUE SPACES.
           05  WS-NOM-ENTRADA-R REDEFINES WS-NOM-ENTRADA.
               10  WS-NOM-ENT-CAR          PIC X(01)  OCCURS 40 TIMES.
           05  WS-NOM-SALIDA               PIC X(40)   VALUE SPACES.
           05  WS-NOM-SALIDA-R REDEFINES WS-NOM-SALIDA.
               10  WS-NOM-SAL-CAR          PIC X(01)  OCCURS 40 TIMES.
           05  WS-K                        PIC 9(04)   VALUE ZEROES.
           05  WS-J                        PIC 9(04)   VALUE ZEROES.
           05  WS-BARRIDOS-PENDIENTES      PIC S9(09)  COMP
                                                       VALUE ZEROES.
      * AD16-F
           05  WS-I                        PIC 9(04)   VALUE ZEROES.
           05  WS-LINEA-CAM                PIC X(78)   VALUE SPACES.
           05  WS-SEC-ALFA                 PIC X(09)   VALUE SPACES.
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-EST-APLICADO             PIC X(01)   VALUE 'A'.
           05  CT-EST-RECHAZADO            PIC X(01)   VALUE 'R'.
      * AD16-I : CARGA AUTOMATICA DE LISTAS DE SANCIONES (V1DT014)
           05  CT-BARRIDO-RETROACTIVO      PIC X(08)   VALUE 'V12C87B'.
           05  CT-CONTADOR-SOLICITUD       PIC X(08)   VALUE 'SOLREPOR'.
           05  CT-ACCION-ALTA              PIC X(01)   VALUE 'A'.
           05  CT-FEC-ABIERTA              PIC X(08)   VALUE '99991231'.
      * AD16-F
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
               INCLUDE V1GT087
           END-EXEC
      * AD06-F
      * AD07-I : ESCENARIOS DE DETECCION (V1DT117)
      *
           EXEC SQL
               INCLUDE V1GT117
           END-EXEC
      * AD07-F
      * AD08-I : PERFIL DE ACTIVIDAD ESPERADA (V1DT128)
      *
           EXEC SQL
               INCLUDE V1GT128
           END-EXEC
      * AD08-F
      * AD09-I : REGLAS DE DETERMINACION DE CUENTAS (V1DT135)
      *
           EXEC SQL
               INCLUDE V1GT135
           END-EXEC
      * AD09-F
      * AD11-I : LIMITES DE EXPOSICION DE LIQUIDACION (V1DT145)
      *
           EXEC SQL
               INCLUDE V1GT145
           END-EXEC
      * AD11-F
      * AD12-I : REGLAS DE ASIGNACION DE INTERVENCION (V1DT148)
      *
           EXEC SQL
               INCLUDE V1GT148
           END-EXEC
      * AD12-F
      * AD13-I : CATEGORIA DE BALANZA DE PAGOS POR CONCEPTO (V1DT151)
      *
           EXEC SQL
               INCLUDE V1GT151
           END-EXEC
      * AD13-F
      * AD14-I : REGISTRO DE EMPLEADOS Y PARTES VINCULADAS (V1DT166)
           EXEC SQL
               INCLUDE V1GT166
           END-EXEC
      * AD14-F
      * AD15-I : DIFERENCIALES DE LA PIZARRA AL CLIENTE (V1DT174)
           EXEC SQL
               INCLUDE V1GT174
           END-EXEC
      * AD15-F
      * AD16-I : CARGA AUTOMATICA DE LISTAS DE SANCIONES (V1DT014)
           EXEC SQL
               INCLUDE V1GT014
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT056
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT153
           END-EXEC
      * AD16-F
      * AD01-F
      ******************************************************************
      *                        CURSORES
      * AD03-I : CATALOGO DE MENSAJES (V1DT054 VIA V19C054)
           COPY V1WC954.
      * AD03-F
      * AD10-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           COPY V1WC963.
      * AD10-F
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
           SET ADDRESS OF V1NC72ZI         TO CAA-PTR-COPYIN
      *
               SELECT COD_TABLA,
                      COD_ACCION,
                      CLAVE_CAMBIO,
      * AD13-I : CATEGORIA DE BALANZA DE PAGOS POR CONCEPTO (V1DT151)
                      IMG_ANTES,
      * AD13-F
                      IMG_DESPUES,
                      COD_USUARIO_SOLICITA,
                      EST_CAMBIO
               INTO  :COD-TABLA,
                     :COD-ACCION,
                     :CLAVE-CAMBIO,
      * AD13-I : CATEGORIA DE BALANZA DE PAGOS POR CONCEPTO (V1DT151)
                     :IMG-ANTES,
      * AD13-F
                     :IMG-DESPUES,
                     :COD-USUARIO-SOLICITA,
                     :EST-CAMBIO
                      THRU 2990-APLICAR-PAIS-MAESTRO-EXIT
      * AD06-F

      * AD07-I : ESCENARIOS DE DETECCION (V1DT117)
               WHEN 'V1DT117'
                   PERFORM 2991-APLICAR-ESCENARIO
                      THRU 2991-APLICAR-ESCENARIO-EXIT
      * AD07-F

      * AD08-I : PERFIL DE ACTIVIDAD ESPERADA (V1DT128)
               WHEN 'V1DT128'
                   PERFORM 2992-APLICAR-PERFIL
                      THRU 2992-APLICAR-PERFIL-EXIT
      * AD08-F

      * AD09-I : REGLAS DE DETERMINACION DE CUENTAS (V1DT135)
               WHEN 'V1DT135'
                   PERFORM 2993-APLICAR-REGLA-CTA
                      THRU 2993-APLICAR-REGLA-CTA-EXIT
      * AD09-F

      * AD11-I : LIMITES DE EXPOSICION DE LIQUIDACION (V1DT145)
               WHEN 'V1DT145'
                   PERFORM 2994-APLICAR-LIMITE-LIQ
                      THRU 2994-APLICAR-LIMITE-LIQ-EXIT
      * AD11-F
      * AD12-I : REGLAS DE ASIGNACION DE INTERVENCION (V1DT148)
               WHEN 'V1DT148'
                   PERFORM 2995-APLICAR-REGLA-ASIG
                      THRU 2995-APLICAR-REGLA-ASIG-EXIT
      * AD12-F

      * AD13-I : CATEGORIA DE BALANZA DE PAGOS POR CONCEPTO (V1DT151)
               WHEN 'V1DT151'
                   PERFORM 2996-APLICAR-CATEGORIA-BDP
                      THRU 2996-APLICAR-CATEGORIA-BDP-EXIT
      * AD13-F

      * AD14-I : REGISTRO DE EMPLEADOS Y PARTES VINCULADAS (V1DT166)
               WHEN 'V1DT166'
                   PERFORM 2997-APLICAR-RELACIONADO
                      THRU 2997-APLICAR-RELACIONADO-EXIT
      * AD14-F

      * AD15-I : DIFERENCIALES DE LA PIZARRA AL CLIENTE (V1DT174)
               WHEN 'V1DT174'
                   PERFORM 2998-APLICAR-SPREAD
                      THRU 2998-APLICAR-SPREAD-EXIT
      * AD15-F

      * AD16-I : CARGA AUTOMATICA DE LISTAS DE SANCIONES (V1DT014)
               WHEN 'V1DT014'
                   PERFORM 2999-APLICAR-LISTA-VIG
                      THRU 2999-APLICAR-LISTA-VIG-EXIT
      * AD16-F

               WHEN OTHER
                   MOVE ME-CAMBIO-NO-EXISTE
                                           TO CAA-COD-ERROR
      ******************************************************************
      * 2950-APLICAR-PLANTILLA
      *  LA IMAGEN DESPUES DE V1DT081 ES: CPT(3) CV(1) DIV(3)          *
      *  IMP(15) RIF(15) PAGO(1) DIA(2) DESDE(8) HASTA(8) ENT(4)       *
      *  SEPARADOS POR UN BLANCO; LA CLAVE ES DOC(15) + SEC(4).  EL    *
      *  ALTA VIENE CON SEC 0000 Y LA SECUENCIA SE ASIGNA AQUI.  LA    *
      *  ENTIDAD ES LA DEL USUARIO QUE CAPTO EL ALTA Y NO CAMBIA EN    *
      *  LAS MODIFICACIONES                                            *
      ******************************************************************
       2950-APLICAR-PLANTILLA.
      *
           END-IF
           MOVE IMG-DESPUES(48:8)          TO FEC-DESDE-PLA
           MOVE IMG-DESPUES(57:8)          TO FEC-HASTA-PLA
      * AD17-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE IMG-DESPUES(66:4)          TO COD-ENT-PLANTILLA
      * AD17-F
      *
           EVALUATE COD-ACCION
               WHEN 'A'
                            TIP_PAGO,
                            DIA_MES,
                            FEC_DESDE,
      * AD17-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                            COD_ENT_BANCO,
      * AD17-F
                            FEC_HASTA)
                       VALUES
                           (:NUM-DOC-ORDENANTE,
                            :TIP-PAGO-PLANTILLA,
                            :DIA-MES,
                            :FEC-DESDE-PLA,
      * AD17-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                            :COD-ENT-PLANTILLA,
      * AD17-F
                            :FEC-HASTA-PLA)
                   END-EXEC

       2990-APLICAR-PAIS-MAESTRO-EXIT.
           EXIT.
      * AD06-F
      * AD07-I : ESCENARIOS DE DETECCION (V1DT117)
      ******************************************************************
      * 2991-APLICAR-ESCENARIO
      *  LA IMAGEN DESPUES DE V1DT117 ES: DESCRIPCION(40) ACT(1)       *
      *  CONCEPTO(3) RIESGO(1) PAGO(1) SEGMENTO(1) AGRUPA(1) DIAS(3)   *
      *  CANTIDAD(4) MONTO(15) SEPARADOS POR UN BLANCO.  LA BAJA ES    *
      *  LOGICA (INACTIVO) PARA QUE LOS HALLAZGOS YA ASENTADOS EN      *
      *  V1DT060 CONSERVEN SU ESCENARIO                                *
      ******************************************************************
       2991-APLICAR-ESCENARIO.
      *
           MOVE 'V1DT117'                  TO WS-TABLA
      *
           MOVE CLAVE-CAMBIO(1:6)          TO COD-ESCENARIO
           MOVE IMG-DESPUES(1:40)          TO DES-ESCENARIO
           MOVE IMG-DESPUES(42:1)          TO IND-ACTIVO-ESC
           MOVE IMG-DESPUES(44:3)          TO COD-CPT-ESC
           MOVE IMG-DESPUES(48:1)          TO COD-RIESGO-ESC
           MOVE IMG-DESPUES(50:1)          TO TIP-PAGO-ESC
           MOVE IMG-DESPUES(52:1)          TO COD-SEGMENTO-ESC
           MOVE IMG-DESPUES(54:1)          TO COD-AGRUPA-ESC
           MOVE IMG-DESPUES(56:3)          TO WS-DIAS-ESC-ALFA
           MOVE IMG-DESPUES(60:4)          TO WS-CANT-ESC-ALFA
           MOVE IMG-DESPUES(65:15)         TO WS-IMP-ESC-ALFA
      *
           IF  COD-ACCION NOT EQUAL 'B'
               MOVE WS-DIAS-ESC-NUM        TO NUM-DIAS-VENTANA
               MOVE WS-CANT-ESC-NUM        TO CAN-MIN-OPE
               MOVE WS-IMP-ESC-NUM         TO IMP-MIN-USD
           END-IF
      *
           EVALUATE COD-ACCION
               WHEN 'A'
                   EXEC SQL
                       INSERT INTO V1DT117
                           (COD_ESCENARIO,
                            DES_ESCENARIO,
                            IND_ACTIVO,
                            COD_CPT_FILTRO,
                            COD_RIESGO_FILTRO,
                            TIP_PAGO_FILTRO,
                            COD_SEGMENTO_FILTRO,
                            COD_AGRUPA,
                            NUM_DIAS_VENTANA,
                            CAN_MIN_OPE,
                            IMP_MIN_USD)
                       VALUES
                           (:COD-ESCENARIO,
                            :DES-ESCENARIO,
                            :IND-ACTIVO-ESC,
                            :COD-CPT-ESC,
                            :COD-RIESGO-ESC,
                            :TIP-PAGO-ESC,
                            :COD-SEGMENTO-ESC,
                            :COD-AGRUPA-ESC,
                            :NUM-DIAS-VENTANA,
                            :CAN-MIN-OPE,
                            :IMP-MIN-USD)
                   END-EXEC

               WHEN 'M'
                   EXEC SQL
                       UPDATE V1DT117
                          SET DES_ESCENARIO       = :DES-ESCENARIO,
                              IND_ACTIVO          = :IND-ACTIVO-ESC,
                              COD_CPT_FILTRO      = :COD-CPT-ESC,
                              COD_RIESGO_FILTRO   = :COD-RIESGO-ESC,
                              TIP_PAGO_FILTRO     = :TIP-PAGO-ESC,
                              COD_SEGMENTO_FILTRO = :COD-SEGMENTO-ESC,
                              COD_AGRUPA          = :COD-AGRUPA-ESC,
                              NUM_DIAS_VENTANA    = :NUM-DIAS-VENTANA,
                              CAN_MIN_OPE         = :CAN-MIN-OPE,
                              IMP_MIN_USD         = :IMP-MIN-USD
                        WHERE COD_ESCENARIO       = :COD-ESCENARIO
                   END-EXEC

               WHEN 'B'
                   EXEC SQL
                       UPDATE V1DT117
                          SET IND_ACTIVO    = 'N'
                        WHERE COD_ESCENARIO = :COD-ESCENARIO
                   END-EXEC
           END-EVALUATE
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

      *        LA TABLA VIVA CAMBIO DESDE QUE SE PIDIO EL CAMBIO:
      *        SE AVISA Y EL CAMBIO SIGUE PENDIENTE DE REVISION
               WHEN DB2-DUPREC
               WHEN DB2-NOTFND
                   MOVE ME-CAMBIO-NO-PENDIENTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO SECCAML
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2991-APLICAR-ESCENARIO-EXIT.
           EXIT.
      * AD07-F
      * AD08-I : PERFIL DE ACTIVIDAD ESPERADA (V1DT128)
      ******************************************************************
      * 2992-APLICAR-PERFIL
      *  LA IMAGEN DESPUES DE V1DT128 ES: VOLUMEN(15) PROPOSITO(30)    *
      *  PAIS1(3) PAIS2(3) PAIS3(3) PAGO(1) FECHA(8) SEPARADOS POR UN  *
      *  BLANCO; EL DOCUMENTO DEL CLIENTE VA EN LA CLAVE DEL CAMBIO    *
      ******************************************************************
       2992-APLICAR-PERFIL.
      *
           MOVE 'V1DT128'                  TO WS-TABLA
      *
           MOVE CLAVE-CAMBIO(1:15)         TO NUM-DOC-PERFIL
           MOVE IMG-DESPUES(1:15)          TO WS-IMP-PERFIL-ALFA
           MOVE IMG-DESPUES(17:30)         TO DES-PROPOSITO-PERFIL
           MOVE IMG-DESPUES(48:3)          TO COD-PAIS1-PERFIL
           MOVE IMG-DESPUES(52:3)          TO COD-PAIS2-PERFIL
           MOVE IMG-DESPUES(56:3)          TO COD-PAIS3-PERFIL
           MOVE IMG-DESPUES(60:1)          TO TIP-PAGO-PERFIL
           MOVE IMG-DESPUES(62:8)          TO FEC-DECLARA-PERFIL
      *
           IF  COD-ACCION NOT EQUAL 'B'
               MOVE WS-IMP-PERFIL-NUM      TO IMP-MES-PERFIL
           END-IF
      *
           EVALUATE COD-ACCION
               WHEN 'A'
                   EXEC SQL
                       INSERT INTO V1DT128
                           (NUM_DOC_PERSONA,
                            IMP_MES_USD,
                            DES_PROPOSITO,
                            COD_PAIS_1,
                            COD_PAIS_2,
                            COD_PAIS_3,
                            TIP_PAGO,
                            FEC_DECLARACION)
                       VALUES
                           (:NUM-DOC-PERFIL,
                            :IMP-MES-PERFIL,
                            :DES-PROPOSITO-PERFIL,
                            :COD-PAIS1-PERFIL,
                            :COD-PAIS2-PERFIL,
                            :COD-PAIS3-PERFIL,
                            :TIP-PAGO-PERFIL,
                            :FEC-DECLARA-PERFIL)
                   END-EXEC

               WHEN 'M'
                   EXEC SQL
                       UPDATE V1DT128
                          SET IMP_MES_USD     = :IMP-MES-PERFIL,
                              DES_PROPOSITO   =
                                  :DES-PROPOSITO-PERFIL,
                              COD_PAIS_1      = :COD-PAIS1-PERFIL,
                              COD_PAIS_2      = :COD-PAIS2-PERFIL,
                              COD_PAIS_3      = :COD-PAIS3-PERFIL,
                              TIP_PAGO        = :TIP-PAGO-PERFIL,
                              FEC_DECLARACION =
                                  :FEC-DECLARA-PERFIL
                        WHERE NUM_DOC_PERSONA = :NUM-DOC-PERFIL
                   END-EXEC

               WHEN 'B'
                   EXEC SQL
                       DELETE FROM V1DT128
                        WHERE NUM_DOC_PERSONA = :NUM-DOC-PERFIL
                   END-EXEC
           END-EVALUATE
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

      *        LA TABLA VIVA CAMBIO DESDE QUE SE PIDIO EL CAMBIO:
      *        SE AVISA Y EL CAMBIO SIGUE PENDIENTE DE REVISION
               WHEN DB2-DUPREC
               WHEN DB2-NOTFND
                   MOVE ME-CAMBIO-NO-PENDIENTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO SECCAML
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2992-APLICAR-PERFIL-EXIT.
           EXIT.
      * AD08-F
      * AD09-I : REGLAS DE DETERMINACION DE CUENTAS (V1DT135)
      ******************************************************************
      * 2993-APLICAR-REGLA-CTA
      *  LA CLAVE DEL CAMBIO ES: TIPO(3) CONCEPTO(3) OFICINA(4)        *
      *  DIVISA(3) CLASE(1); LA IMAGEN DESPUES DE V1DT135 ES: CTA      *
      *  DEBE(20) TIPO(1) CTA HABER(20) TIPO(1) SEPARADOS POR UN       *
      *  BLANCO                                                        *
      ******************************************************************
       2993-APLICAR-REGLA-CTA.
      *
           MOVE 'V1DT135'                  TO WS-TABLA
      *
           MOVE CLAVE-CAMBIO(1:3)          TO TIP-ASIENTO-REG
           MOVE CLAVE-CAMBIO(4:3)          TO COD-CPT-REG
           MOVE CLAVE-CAMBIO(7:4)          TO COD-OFICINA-REG
           MOVE CLAVE-CAMBIO(11:3)         TO COD-DIV-REG
           MOVE CLAVE-CAMBIO(14:1)         TO CLA-CONTRAPARTE-REG
           MOVE IMG-DESPUES(1:20)          TO CTA-DEBE-REG
           MOVE IMG-DESPUES(22:1)          TO TIP-CTA-DEBE-REG
           MOVE IMG-DESPUES(24:20)         TO CTA-HABER-REG
           MOVE IMG-DESPUES(45:1)          TO TIP-CTA-HABER-REG
      *
           EVALUATE COD-ACCION
               WHEN 'A'
                   EXEC SQL
                       INSERT INTO V1DT135
                           (TIP_ASIENTO,
                            COD_CPT,
                            COD_OFICINA,
                            COD_DIV,
                            CLA_CONTRAPARTE,
                            CTA_DEBE,
                            TIP_CTA_DEBE,
                            CTA_HABER,
                            TIP_CTA_HABER)
                       VALUES
                           (:TIP-ASIENTO-REG,
                            :COD-CPT-REG,
                            :COD-OFICINA-REG,
                            :COD-DIV-REG,
                            :CLA-CONTRAPARTE-REG,
                            :CTA-DEBE-REG,
                            :TIP-CTA-DEBE-REG,
                            :CTA-HABER-REG,
                            :TIP-CTA-HABER-REG)
                   END-EXEC

               WHEN 'M'
                   EXEC SQL
                       UPDATE V1DT135
                          SET CTA_DEBE        = :CTA-DEBE-REG,
                              TIP_CTA_DEBE    = :TIP-CTA-DEBE-REG,
                              CTA_HABER       = :CTA-HABER-REG,
                              TIP_CTA_HABER   = :TIP-CTA-HABER-REG
                        WHERE TIP_ASIENTO     = :TIP-ASIENTO-REG
                          AND COD_CPT         = :COD-CPT-REG
                          AND COD_OFICINA     = :COD-OFICINA-REG
                          AND COD_DIV         = :COD-DIV-REG
                          AND CLA_CONTRAPARTE = :CLA-CONTRAPARTE-REG
                   END-EXEC

               WHEN 'B'
                   EXEC SQL
                       DELETE FROM V1DT135
                        WHERE TIP_ASIENTO     = :TIP-ASIENTO-REG
                          AND COD_CPT         = :COD-CPT-REG
                          AND COD_OFICINA     = :COD-OFICINA-REG
                          AND COD_DIV         = :COD-DIV-REG
                          AND CLA_CONTRAPARTE = :CLA-CONTRAPARTE-REG
                   END-EXEC
           END-EVALUATE
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

      *        LA TABLA VIVA CAMBIO DESDE QUE SE PIDIO EL CAMBIO:
      *        SE AVISA Y EL CAMBIO SIGUE PENDIENTE DE REVISION
               WHEN DB2-DUPREC
               WHEN DB2-NOTFND
                   MOVE ME-CAMBIO-NO-PENDIENTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO SECCAML
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2993-APLICAR-REGLA-CTA-EXIT.
           EXIT.
      * AD09-F
      * AD11-I : LIMITES DE EXPOSICION DE LIQUIDACION (V1DT145)
      ******************************************************************
      * 2994-APLICAR-LIMITE-LIQ
      *  LA CLAVE DEL CAMBIO ES: BANCO(8) DIVISA(3); LA IMAGEN         *
      *  DESPUES DE V1DT145 ES EL LIMITE EN 15 DIGITOS CON DOS         *
      *  DECIMALES                                                     *
      ******************************************************************
       2994-APLICAR-LIMITE-LIQ.
      *
           MOVE 'V1DT145'                  TO WS-TABLA
      *
           MOVE CLAVE-CAMBIO(1:8)          TO COD-BANCO-LIM
           MOVE CLAVE-CAMBIO(9:3)          TO COD-DIV-LIM
           MOVE IMG-DESPUES(1:15)          TO WS-IMP-LIMITE-ALFA
           IF  WS-IMP-LIMITE-ALFA NUMERIC
               MOVE WS-IMP-LIMITE-NUM      TO IMP-LIMITE-LIM
           ELSE
               MOVE ZEROES                 TO IMP-LIMITE-LIM
           END-IF
      *
           EVALUATE COD-ACCION
               WHEN 'A'
                   EXEC SQL
                       INSERT INTO V1DT145
                           (COD_BANCO,
                            COD_DIV,
                            IMP_LIMITE)
                       VALUES
                           (:COD-BANCO-LIM,
                            :COD-DIV-LIM,
                            :IMP-LIMITE-LIM)
                   END-EXEC

               WHEN 'M'
                   EXEC SQL
                       UPDATE V1DT145
                          SET IMP_LIMITE = :IMP-LIMITE-LIM
                        WHERE COD_BANCO  = :COD-BANCO-LIM
                          AND COD_DIV    = :COD-DIV-LIM
                   END-EXEC

               WHEN 'B'
                   EXEC SQL
                       DELETE FROM V1DT145
                        WHERE COD_BANCO  = :COD-BANCO-LIM
                          AND COD_DIV    = :COD-DIV-LIM
                   END-EXEC
           END-EVALUATE
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

      *        LA TABLA VIVA CAMBIO DESDE QUE SE PIDIO EL CAMBIO:
      *        SE AVISA Y EL CAMBIO SIGUE PENDIENTE DE REVISION
               WHEN DB2-DUPREC
               WHEN DB2-NOTFND
                   MOVE ME-CAMBIO-NO-PENDIENTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO SECCAML
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2994-APLICAR-LIMITE-LIQ-EXIT.
           EXIT.
      * AD11-F
      * AD12-I : REGLAS DE ASIGNACION DE INTERVENCION (V1DT148)
      ******************************************************************
      * 2995-APLICAR-REGLA-ASIG
      *  LA CLAVE DEL CAMBIO ES EL CONCEPTO(3); LA IMAGEN DESPUES DE   *
      *  V1DT148 ES EL TRAMO(3) Y EL TOPE POR CLIENTE EN 15 DIGITOS    *
      *  CON DOS DECIMALES                                             *
      ******************************************************************
       2995-APLICAR-REGLA-ASIG.
      *
           MOVE 'V1DT148'                  TO WS-TABLA
      *
           MOVE CLAVE-CAMBIO(1:3)          TO COD-CPT-ASG
           MOVE IMG-DESPUES(1:18)          TO WS-IMG-REGLA-ASG
           IF  WS-PRIORIDAD-ASG-ALFA NUMERIC
               MOVE WS-PRIORIDAD-ASG-NUM   TO NUM-PRIORIDAD-ASG
           ELSE
               MOVE ZEROES                 TO NUM-PRIORIDAD-ASG
           END-IF
           IF  WS-TOPE-ASG-ALFA NUMERIC
               MOVE WS-TOPE-ASG-NUM        TO IMP-TOPE-ASG
           ELSE
               MOVE ZEROES                 TO IMP-TOPE-ASG
           END-IF
      *
           EVALUATE COD-ACCION
               WHEN 'A'
                   EXEC SQL
                       INSERT INTO V1DT148
                           (COD_CPT_CMP_VTA,
                            NUM_PRIORIDAD,
                            IMP_TOPE)
                       VALUES
                           (:COD-CPT-ASG,
                            :NUM-PRIORIDAD-ASG,
                            :IMP-TOPE-ASG)
                   END-EXEC

               WHEN 'M'
                   EXEC SQL
                       UPDATE V1DT148
                          SET NUM_PRIORIDAD   = :NUM-PRIORIDAD-ASG,
                              IMP_TOPE        = :IMP-TOPE-ASG
                        WHERE COD_CPT_CMP_VTA = :COD-CPT-ASG
                   END-EXEC

               WHEN 'B'
                   EXEC SQL
                       DELETE FROM V1DT148
                        WHERE COD_CPT_CMP_VTA = :COD-CPT-ASG
                   END-EXEC
           END-EVALUATE
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

      *        LA TABLA VIVA CAMBIO DESDE QUE SE PIDIO EL CAMBIO:
      *        SE AVISA Y EL CAMBIO SIGUE PENDIENTE DE REVISION
               WHEN DB2-DUPREC
               WHEN DB2-NOTFND
                   MOVE ME-CAMBIO-NO-PENDIENTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO SECCAML
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2995-APLICAR-REGLA-ASIG-EXIT.
           EXIT.
      * AD12-F
      * AD13-I : CATEGORIA DE BALANZA DE PAGOS POR CONCEPTO (V1DT151)
      ******************************************************************
      * 2996-APLICAR-CATEGORIA-BDP
      *  LA CLAVE DEL CAMBIO ES EL CONCEPTO(3); LA IMAGEN DESPUES DE   *
      *  V1DT151 ES CATEGORIA(6) FECHA(8) DESCRIPCION(40).  EL PERIODO *
      *  ABIERTO DEL CONCEPTO SE CIERRA EL DIA ANTERIOR A LA FECHA;    *
      *  EN EL ALTA SE ABRE EL PERIODO NUEVO DESDE ESA FECHA.  SI EL   *
      *  PERIODO ABIERTO YA NO ES EL QUE VIO EL SOLICITANTE, EL CAMBIO *
      *  SIGUE PENDIENTE                                               *
      ******************************************************************
       2996-APLICAR-CATEGORIA-BDP.
      *
           MOVE 'V1DT151'                  TO WS-TABLA
      *
           MOVE CLAVE-CAMBIO(1:3)          TO COD-CPT-BDP
           MOVE IMG-DESPUES(1:54)          TO WS-IMG-CATEGORIA-BDP
      *
           MOVE SPACES                     TO WS-FEC-VIGENTE-BDP
           MOVE '99991231'                 TO FEC-HASTA-BDP
      *
           EXEC SQL
               SELECT FEC_DESDE
               INTO  :WS-FEC-VIGENTE-BDP
               FROM V1DT151
               WHERE COD_CPT_CMP_VTA = :COD-CPT-BDP
                 AND FEC_HASTA       = :FEC-HASTA-BDP
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           IF  NOT DB2-OK
           AND NOT DB2-NOTFND
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-FEC-VIGENTE-BDP NOT EQUAL IMG-ANTES(7:8)
           OR  WS-FEC-BDP-NUM NOT NUMERIC
               MOVE ME-CAMBIO-NO-PENDIENTE TO CAA-COD-ERROR
               MOVE -1                     TO SECCAML
               PERFORM REINPUT
           END-IF
      *
           IF  WS-FEC-VIGENTE-BDP NOT EQUAL SPACES
               COMPUTE WS-FEC-CIERRE-BDP = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-FEC-BDP-NUM) - 1)
               MOVE WS-FEC-CIERRE-BDP      TO FEC-HASTA-BDP
               MOVE WS-FEC-VIGENTE-BDP     TO FEC-DESDE-BDP
               EXEC SQL
                   UPDATE V1DT151
                      SET FEC_HASTA       = :FEC-HASTA-BDP
                    WHERE COD_CPT_CMP_VTA = :COD-CPT-BDP
                      AND FEC_DESDE       = :FEC-DESDE-BDP
               END-EXEC
               IF  SQLCODE NOT EQUAL ZEROES
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
               END-IF
           END-IF
      *
           IF  COD-ACCION NOT EQUAL 'A'
               GO TO 2996-APLICAR-CATEGORIA-BDP-EXIT
           END-IF
      *
           MOVE WS-FEC-BDP                 TO FEC-DESDE-BDP
           MOVE '99991231'                 TO FEC-HASTA-BDP
           MOVE WS-CAT-BDP                 TO COD-CATEGORIA-BDP
           MOVE WS-DES-BDP                 TO DES-CATEGORIA-BDP
      *
           EXEC SQL
               INSERT INTO V1DT151
                   (COD_CPT_CMP_VTA,
                    FEC_DESDE,
                    FEC_HASTA,
                    COD_CATEGORIA_BP,
                    DES_CATEGORIA_BP)
               VALUES
                   (:COD-CPT-BDP,
                    :FEC-DESDE-BDP,
                    :FEC-HASTA-BDP,
                    :COD-CATEGORIA-BDP,
                    :DES-CATEGORIA-BDP)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

      *        LA TABLA VIVA CAMBIO DESDE QUE SE PIDIO EL CAMBIO:
      *        SE DESHACE EL CIERRE DEL PERIODO ABIERTO PARA QUE EL
      *        CONCEPTO NO QUEDE SIN CATEGORIA VIGENTE, SE AVISA Y EL
      *        CAMBIO SIGUE PENDIENTE DE REVISION
               WHEN DB2-DUPREC
                   EXEC CICS
                       SYNCPOINT ROLLBACK
                   END-EXEC
                   MOVE ME-CAMBIO-NO-PENDIENTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO SECCAML
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2996-APLICAR-CATEGORIA-BDP-EXIT.
           EXIT.
      * AD13-F
      * AD14-I : REGISTRO DE EMPLEADOS Y PARTES VINCULADAS (V1DT166)
      ******************************************************************
      * 2997-APLICAR-RELACIONADO
      *  LA CLAVE DEL CAMBIO ES EL DOCUMENTO(15); LA IMAGEN DESPUES DE *
      *  V1DT166 ES RELACION(1) DEPARTAMENTO(6) OFICINA(4) USUARIO(8)  *
      *  DESDE(8) HASTA(8) NOMBRE(40).  EL APROBADOR QUEDA COMO ULTIMO *
      *  USUARIO QUE ACTUALIZO LA FILA                                 *
      ******************************************************************
       2997-APLICAR-RELACIONADO.
      *
           MOVE 'V1DT166'                  TO WS-TABLA
      *
           MOVE CLAVE-CAMBIO(1:15)         TO NUM-DOC-REL
           MOVE IMG-DESPUES(1:75)          TO WS-IMG-RELACIONADO
      *
           MOVE WS-NOMBRE-REL              TO NOM-PERSONA-REL
           MOVE WS-TIP-RELACION-REL        TO TIP-RELACION-REL
           MOVE WS-DEPARTAMENTO-REL        TO COD-DEPARTAMENTO-REL
           MOVE WS-OFICINA-REL             TO COD-OFICINA-REL
           MOVE WS-USUARIO-REL             TO COD-USUARIO-REL
           MOVE WS-FEC-DESDE-REL           TO FEC-DESDE-REL
           MOVE WS-FEC-HASTA-REL           TO FEC-HASTA-REL
           MOVE AUD-USUARIO                TO COD-USUARIO-ACT-REL
           MOVE FUNCTION CURRENT-DATE(1:8) TO FEC-ACTUALIZA-REL
      *
           EVALUATE COD-ACCION
               WHEN 'A'
                   EXEC SQL
                       INSERT INTO V1DT166
                           (NUM_DOC_PERSONA,
                            NOM_PERSONA,
                            TIP_RELACION,
                            COD_DEPARTAMENTO,
                            COD_OFICINA,
                            COD_USUARIO,
                            FEC_DESDE,
                            FEC_HASTA,
                            COD_USUARIO_ACT,
                            FEC_ACTUALIZA)
                       VALUES
                           (:NUM-DOC-REL,
                            :NOM-PERSONA-REL,
                            :TIP-RELACION-REL,
                            :COD-DEPARTAMENTO-REL,
                            :COD-OFICINA-REL,
                            :COD-USUARIO-REL,
                            :FEC-DESDE-REL,
                            :FEC-HASTA-REL,
                            :COD-USUARIO-ACT-REL,
                            :FEC-ACTUALIZA-REL)
                   END-EXEC

               WHEN 'M'
                   EXEC SQL
                       UPDATE V1DT166
                          SET NOM_PERSONA      = :NOM-PERSONA-REL,
                              TIP_RELACION     = :TIP-RELACION-REL,
                              COD_DEPARTAMENTO = :COD-DEPARTAMENTO-REL,
                              COD_OFICINA      = :COD-OFICINA-REL,
                              COD_USUARIO      = :COD-USUARIO-REL,
                              FEC_DESDE        = :FEC-DESDE-REL,
                              FEC_HASTA        = :FEC-HASTA-REL,
                              COD_USUARIO_ACT  = :COD-USUARIO-ACT-REL,
                              FEC_ACTUALIZA    = :FEC-ACTUALIZA-REL
                        WHERE NUM_DOC_PERSONA  = :NUM-DOC-REL
                   END-EXEC

               WHEN 'B'
                   EXEC SQL
                       DELETE FROM V1DT166
                        WHERE NUM_DOC_PERSONA  = :NUM-DOC-REL
                   END-EXEC
           END-EVALUATE
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

      *        LA TABLA VIVA CAMBIO DESDE QUE SE PIDIO EL CAMBIO:
      *        SE AVISA Y EL CAMBIO SIGUE PENDIENTE DE REVISION
               WHEN DB2-DUPREC
               WHEN DB2-NOTFND
                   MOVE ME-CAMBIO-NO-PENDIENTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO SECCAML
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2997-APLICAR-RELACIONADO-EXIT.
           EXIT.
      * AD14-F
      * AD15-I : DIFERENCIALES DE LA PIZARRA AL CLIENTE (V1DT174)
      ******************************************************************
      * 2998-APLICAR-SPREAD
      *  LA CLAVE DEL CAMBIO ES: DIVISA(3) SEGMENTO(2) DESDE(15); LA   *
      *  IMAGEN DESPUES DE V1DT174 ES HASTA(15) COMPRA(7) VENTA(7)     *
      *  TOLERANCIA(5).  EL APROBADOR QUEDA COMO ULTIMO USUARIO QUE    *
      *  ACTUALIZO LA FILA                                             *
      ******************************************************************
       2998-APLICAR-SPREAD.
      *
           MOVE 'V1DT174'                  TO WS-TABLA
      *
           MOVE CLAVE-CAMBIO(1:3)          TO COD-DIV-SPR
           MOVE CLAVE-CAMBIO(4:2)          TO COD-SEGMENTO-SPR
           MOVE CLAVE-CAMBIO(6:15)         TO WS-IMP-DESDE-SPR-ALFA
           IF  WS-IMP-DESDE-SPR-ALFA NUMERIC
               MOVE WS-IMP-DESDE-SPR-NUM   TO IMP-DESDE-SPR
           ELSE
               MOVE ZEROES                 TO IMP-DESDE-SPR
           END-IF
      *
           MOVE IMG-DESPUES(1:34)          TO WS-IMG-SPREAD
           IF  WS-IMG-SPREAD NOT NUMERIC
               MOVE ZEROES                 TO WS-IMP-HASTA-SPR-NUM
                                              WS-PCT-COMPRA-SPR
                                              WS-PCT-VENTA-SPR
                                              WS-PCT-TOLER-SPR
           END-IF
      *
           MOVE WS-IMP-HASTA-SPR-NUM       TO IMP-HASTA-SPR
           MOVE WS-PCT-COMPRA-SPR          TO PCT-SPREAD-COMPRA
           MOVE WS-PCT-VENTA-SPR           TO PCT-SPREAD-VENTA
           MOVE WS-PCT-TOLER-SPR           TO PCT-TOLERANCIA-SPR
           MOVE AUD-USUARIO                TO COD-USUARIO-ACT-SPR
           MOVE FUNCTION CURRENT-DATE(1:8) TO FEC-ACTUALIZA-SPR
      *
           EVALUATE COD-ACCION
               WHEN 'A'
                   EXEC SQL
                       INSERT INTO V1DT174
                           (COD_DIV,
                            COD_SEGMENTO,
                            IMP_DESDE,
                            IMP_HASTA,
                            PCT_SPREAD_COMPRA,
                            PCT_SPREAD_VENTA,
                            PCT_TOLERANCIA,
                            COD_USUARIO_ACT,
                            FEC_ACTUALIZA)
                       VALUES
                           (:COD-DIV-SPR,
                            :COD-SEGMENTO-SPR,
                            :IMP-DESDE-SPR,
                            :IMP-HASTA-SPR,
                            :PCT-SPREAD-COMPRA,
                            :PCT-SPREAD-VENTA,
                            :PCT-TOLERANCIA-SPR,
                            :COD-USUARIO-ACT-SPR,
                            :FEC-ACTUALIZA-SPR)
                   END-EXEC

               WHEN 'M'
                   EXEC SQL
                       UPDATE V1DT174
                          SET IMP_HASTA         = :IMP-HASTA-SPR,
                              PCT_SPREAD_COMPRA = :PCT-SPREAD-COMPRA,
                              PCT_SPREAD_VENTA  = :PCT-SPREAD-VENTA,
                              PCT_TOLERANCIA    = :PCT-TOLERANCIA-SPR,
                              COD_USUARIO_ACT   = :COD-USUARIO-ACT-SPR,
                              FEC_ACTUALIZA     = :FEC-ACTUALIZA-SPR
                        WHERE COD_DIV           = :COD-DIV-SPR
                          AND COD_SEGMENTO      = :COD-SEGMENTO-SPR
                          AND IMP_DESDE         = :IMP-DESDE-SPR
                   END-EXEC

               WHEN 'B'
                   EXEC SQL
                       DELETE FROM V1DT174
                        WHERE COD_DIV           = :COD-DIV-SPR
                          AND COD_SEGMENTO      = :COD-SEGMENTO-SPR
                          AND IMP_DESDE         = :IMP-DESDE-SPR
                   END-EXEC
           END-EVALUATE
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

      *        LA TABLA VIVA CAMBIO DESDE QUE SE PIDIO EL CAMBIO:
      *        SE AVISA Y EL CAMBIO SIGUE PENDIENTE DE REVISION
               WHEN DB2-DUPREC
               WHEN DB2-NOTFND
                   MOVE ME-CAMBIO-NO-PENDIENTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO SECCAML
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2998-APLICAR-SPREAD-EXIT.
           EXIT.
      * AD15-F
      * AD16-I : CARGA AUTOMATICA DE LISTAS DE SANCIONES (V1DT014)
      ******************************************************************
      * 2999-APLICAR-LISTA-VIG
      *  CAMBIOS PROPUESTOS POR LA CARGA DE LISTAS OFICIALES V13C96B.  *
      *  LA CLAVE DEL CAMBIO ES: FUENTE(4) IDENTIFICADOR DE LA         *
      *  LISTA(15); LA IMAGEN DESPUES DE V1DT014 ES RIF(15) NOMBRE(40) *
      *  DESDE(8) HASTA(8).  EL NOMBRE SE NORMALIZA AQUI CON LA MISMA  *
      *  REGLA DE V12C46M.  UN ALTA ESTAMPA FEC_ALTA Y DEJA PEDIDO EL  *
      *  BARRIDO RETROACTIVO V12C87B; LA BAJA SOLO CIERRA LA VIGENCIA  *
      ******************************************************************
       2999-APLICAR-LISTA-VIG.
      *
           MOVE 'V1DT014'                  TO WS-TABLA
      *
           MOVE CLAVE-CAMBIO(1:4)          TO COD-FUENTE
           MOVE CLAVE-CAMBIO(5:15)         TO COD-ID-LISTA
           MOVE IMG-DESPUES(1:71)          TO WS-IMG-LISTA-VIG
      *
           MOVE WS-IDF-RIF-LIS             TO IDF-RIF
           MOVE WS-NOMBRE-LIS              TO NOM-LISTA
           MOVE WS-FEC-DESDE-LIS           TO FEC-DESDE OF DCLV1DT014
           MOVE WS-FEC-HASTA-LIS           TO FEC-HASTA OF DCLV1DT014
      *
           MOVE WS-NOMBRE-LIS              TO WS-NOM-ENTRADA
           PERFORM NORMALIZAR-NOMBRE
              THRU NORMALIZAR-NOMBRE-EXIT
           MOVE WS-NOM-SALIDA              TO NOM-NORMALIZADO
      *
           EVALUATE COD-ACCION
               WHEN 'A'
                   EXEC SQL
                       SELECT VALUE(MAX(SEC_ENTRADA), 0) + 1
                       INTO  :SEC-ENTRADA
                       FROM V1DT014
                   END-EXEC

                   IF  SQLCODE NOT EQUAL ZEROES
                       PERFORM 9999-ABEND-DB2
                          THRU 9999-ABEND-DB2-EXIT
                   END-IF

                   MOVE FUNCTION CURRENT-DATE(1:8)
                                           TO FEC-ALTA

                   EXEC SQL
                       INSERT INTO V1DT014
                           (SEC_ENTRADA,
                            IDF_RIF,
                            NOM_LISTA,
                            NOM_NORMALIZADO,
                            COD_FUENTE,
                            FEC_DESDE,
                            FEC_HASTA,
                            FEC_ALTA,
                            COD_ID_LISTA)
                       VALUES
                           (:SEC-ENTRADA,
                            :IDF-RIF,
                            :NOM-LISTA,
                            :NOM-NORMALIZADO,
                            :COD-FUENTE,
                            :DCLV1DT014.FEC-DESDE,
                            :DCLV1DT014.FEC-HASTA,
                            :DCLV1DT014.FEC-ALTA,
                            :COD-ID-LISTA)
                   END-EXEC

               WHEN 'M'
                   EXEC SQL
                       UPDATE V1DT014
                          SET IDF_RIF         = :IDF-RIF,
                              NOM_LISTA       = :NOM-LISTA,
                              NOM_NORMALIZADO = :NOM-NORMALIZADO,
                              FEC_DESDE       = :DCLV1DT014.FEC-DESDE,
                              FEC_HASTA       = :DCLV1DT014.FEC-HASTA
                        WHERE COD_FUENTE      = :COD-FUENTE
                          AND COD_ID_LISTA    = :COD-ID-LISTA
                   END-EXEC

      *        LA BAJA DE LA LISTA OFICIAL CIERRA LA VIGENCIA Y
      *        CONSERVA LA ENTRADA COMO RESPALDO DE LOS COTEJOS
               WHEN 'B'
                   EXEC SQL
                       UPDATE V1DT014
                          SET FEC_HASTA       = :DCLV1DT014.FEC-HASTA
                        WHERE COD_FUENTE      = :COD-FUENTE
                          AND COD_ID_LISTA    = :COD-ID-LISTA
                          AND FEC_HASTA       = :CT-FEC-ABIERTA
                   END-EXEC
           END-EVALUATE
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

      *        LA TABLA VIVA CAMBIO DESDE QUE SE PIDIO EL CAMBIO:
      *        SE AVISA Y EL CAMBIO SIGUE PENDIENTE DE REVISION
               WHEN DB2-DUPREC
               WHEN DB2-NOTFND
                   MOVE ME-CAMBIO-NO-PENDIENTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO SECCAML
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  COD-ACCION EQUAL CT-ACCION-ALTA
               PERFORM SOLICITAR-BARRIDO
                  THRU SOLICITAR-BARRIDO-EXIT
           END-IF
      *
           .
       2999-APLICAR-LISTA-VIG-EXIT.
           EXIT.
      ******************************************************************
      * SOLICITAR-BARRIDO
      *  EL ALTA APROBADA SE COTEJA CONTRA LA HISTORIA SIN ESPERAR AL  *
      *  PROCESO NOCTURNO: SE DEJA UNA SOLICITUD DEL BARRIDO           *
      *  RETROACTIVO EN LA COLA DE REPORTES A PEDIDO (V1DT153) A       *
      *  NOMBRE DEL APROBADOR, QUE RECIBE LAS COINCIDENCIAS COMO JUEGO *
      *  DE RESULTADOS.  LA SOLICITUD TOMA LAS ALTAS DESDE HOY; SI YA  *
      *  HAY UNA PENDIENTE DE SOMETER, ESA MISMA CUBRE ESTA ALTA       *
      ******************************************************************
       SOLICITAR-BARRIDO.
      *
           MOVE 'V1DT153'                  TO WS-TABLA
           MOVE CT-BARRIDO-RETROACTIVO     TO COD-REPORTE-RPT
           MOVE CT-EST-PENDIENTE           TO EST-SOLICITUD-RPT
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-BARRIDOS-PENDIENTES
               FROM V1DT153
               WHERE COD_REPORTE   = :COD-REPORTE-RPT
                 AND EST_SOLICITUD = :EST-SOLICITUD-RPT
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-BARRIDOS-PENDIENTES GREATER ZEROES
               GO TO SOLICITAR-BARRIDO-EXIT
           END-IF
      *
      *    NUMERACION DE V1DT056, LA MISMA DE LA PANTALLA V13C75Z
      *
           MOVE 'V1DT056'                  TO WS-TABLA
           MOVE CT-CONTADOR-SOLICITUD      TO COD-CONTADOR
      *
           EXEC SQL
               UPDATE V1DT056
                  SET NUM_ACTUAL   = NUM_ACTUAL + 1
                WHERE COD_CONTADOR = :COD-CONTADOR
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               SELECT NUM_ACTUAL
               INTO  :NUM-ACTUAL
               FROM V1DT056
               WHERE COD_CONTADOR = :COD-CONTADOR
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE 'V1DT153'                  TO WS-TABLA
      *
           MOVE NUM-ACTUAL                 TO NUM-SOLICITUD-RPT
           MOVE AUD-USUARIO                TO COD-USUARIO-RPT
           MOVE W930-ENTIDAD               TO COD-ENT-RPT
           MOVE FUNCTION CURRENT-DATE(1:8) TO FEC-DESDE-RPT
                                              FEC-HASTA-RPT
                                              FEC-SOLICITUD-RPT
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-SOLICITUD-RPT
           MOVE SPACES                     TO NUM-DOC-RPT
                                              NOM-TRABAJO-RPT
                                              FEC-SOMETIDA-RPT
                                              HOR-SOMETIDA-RPT
                                              FEC-FIN-RPT
                                              HOR-FIN-RPT
           MOVE ZEROES                     TO PCT-BANDA-RPT
                                              ID-BUSQUEDA-RPT
      *
           EXEC SQL
               INSERT INTO V1DT153
                   (NUM_SOLICITUD,
                    COD_USUARIO,
                    COD_REPORTE,
                    COD_ENT_BANCO,
                    FEC_DESDE,
                    FEC_HASTA,
                    NUM_DOC_PERSONA,
                    PCT_BANDA,
                    EST_SOLICITUD,
                    FEC_SOLICITUD,
                    HOR_SOLICITUD,
                    NOM_TRABAJO,
                    FEC_SOMETIDA,
                    HOR_SOMETIDA,
                    FEC_FIN,
                    HOR_FIN,
                    ID_BUSQUEDA)
               VALUES
                   (:NUM-SOLICITUD-RPT,
                    :COD-USUARIO-RPT,
                    :COD-REPORTE-RPT,
                    :COD-ENT-RPT,
                    :FEC-DESDE-RPT,
                    :FEC-HASTA-RPT,
                    :NUM-DOC-RPT,
                    :PCT-BANDA-RPT,
                    :EST-SOLICITUD-RPT,
                    :FEC-SOLICITUD-RPT,
                    :HOR-SOLICITUD-RPT,
                    :NOM-TRABAJO-RPT,
                    :FEC-SOMETIDA-RPT,
                    :HOR-SOMETIDA-RPT,
                    :FEC-FIN-RPT,
                    :HOR-FIN-RPT,
                    :ID-BUSQUEDA-RPT)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       SOLICITAR-BARRIDO-EXIT.
           EXIT.
      ******************************************************************
      * NORMALIZAR-NOMBRE
      *  DEJA SOLO LETRAS Y DIGITOS, PEGADOS A LA IZQUIERDA, IGUAL QUE *
      *  EL ALTA MANUAL DE V12C46M, PARA EL COTEJO APROXIMADO          *
      ******************************************************************
       NORMALIZAR-NOMBRE.
      *
           MOVE SPACES                     TO WS-NOM-SALIDA
           MOVE ZEROES                     TO WS-J
           MOVE ZEROES                     TO WS-K
      *
           PERFORM NORMALIZAR-CARACTER
              THRU NORMALIZAR-CARACTER-EXIT
             VARYING WS-K FROM 1 BY 1
             UNTIL WS-K GREATER THAN 40
      *
           .
       NORMALIZAR-NOMBRE-EXIT.
           EXIT.
      ******************************************************************
      * NORMALIZAR-CARACTER
      ******************************************************************
       NORMALIZAR-CARACTER.
      *
           IF  WS-NOM-ENT-CAR(WS-K) EQUAL SPACE
               GO TO NORMALIZAR-CARACTER-EXIT
           END-IF
      *
           IF  WS-NOM-ENT-CAR(WS-K) ALPHABETIC
            OR WS-NOM-ENT-CAR(WS-K) NUMERIC
               ADD 1                       TO WS-J
               MOVE WS-NOM-ENT-CAR(WS-K)   TO WS-NOM-SAL-CAR(WS-J)
           END-IF
      *
           .
       NORMALIZAR-CARACTER-EXIT.
           EXIT.
      * AD16-F
      ******************************************************************
      * 2800-CERRAR-CAMBIO
      ******************************************************************
       2800-CERRAR-CAMBIO.
      *
           MOVE CT-TAB-V1DT037             TO WS-TABLA
      *
           MOVE AUD-USUARIO                TO COD-USUARIO-APRUEBA
           MOVE FUNCTION CURRENT-DATE(1:8) TO FEC-APRUEBA
      *
           EXEC SQL
               UPDATE V1DT037
                  SET EST_CAMBIO          = :EST-CAMBIO,
                      COD_USUARIO_APRUEBA = :COD-USUARIO-APRUEBA,
                      FEC_APRUEBA         = :FEC-APRUEBA
                WHERE SEC_CAMBIO          = :SEC-CAMBIO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2800-CERRAR-CAMBIO-EXIT.
           EXIT.
      ******************************************************************
      * LISTAR-CAMBIOS
      *  CADA CAMBIO OCUPA TRES FILAS: CABECERA, IMAGEN ANTES E        *
      *  IMAGEN DESPUES                                                *
      ******************************************************************
       LISTAR-CAMBIOS.
      *
           PERFORM LIMPIAR-FILAS
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER CT-MAX-FILAS
      *
           MOVE ZEROES                     TO CN-REGISTROS
           MOVE ZEROES                     TO WS-I
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V12C72Z-V1DC72Z1
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT037         TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-CURSOR
              THRU LEER-CURSOR-EXIT
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V12C72Z-V1DC72Z1
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT037         TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  CN-REGISTROS EQUAL ZEROES
               MOVE ME-SIN-CAMBIOS         TO CAA-COD-AVISO2
           END-IF
      *
           .
      ******************************************************************
      * LIMPIAR-FILAS
      ******************************************************************
       LIMPIAR-FILAS.
      *
           MOVE SPACES                     TO FILAS-CAM(WS-I)
      *
           .
      ******************************************************************
      * LEER-CURSOR
      ******************************************************************
       LEER-CURSOR.
      *
           EXEC SQL
               FETCH V12C72Z-V1DC72Z1
               INTO :SEC-CAMBIO,
                    :COD-TABLA,
                    :COD-ACCION,
                    :IMG-ANTES,
                    :IMG-DESPUES,
                    :COD-USUARIO-SOLICITA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM PROCESAR-CAMBIO
                      THRU PROCESAR-CAMBIO-EXIT
                   IF  WS-I GREATER OR EQUAL CT-MAX-FILAS
                       SET FIN-CURSOR      TO TRUE
                   END-IF

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   INITIALIZE QGECABC
                   MOVE CT-TAB-V1DT037     TO ABC-OBJETO-ERROR
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       LEER-CURSOR-EXIT.
           EXIT.
      ******************************************************************
      * PROCESAR-CAMBIO
      ******************************************************************
       PROCESAR-CAMBIO.
      *
           IF  WS-I GREATER THAN (CT-MAX-FILAS - 3)
               SET FIN-CURSOR              TO TRUE
               GO TO PROCESAR-CAMBIO-EXIT
           END-IF
      *
           ADD 1                           TO CN-REGISTROS
      *
           ADD 1                           TO WS-I
           MOVE SEC-CAMBIO                 TO WS-SEC-ED
           MOVE SPACES                     TO WS-LINEA-CAM
           STRING WS-SEC-ED                DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  COD-TABLA                DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  COD-ACCION               DELIMITED BY SIZE
                  ' SOLICITO: '            DELIMITED BY SIZE
                  COD-USUARIO-SOLICITA     DELIMITED BY SIZE
                  INTO WS-LINEA-CAM
           END-STRING
           MOVE WS-LINEA-CAM               TO FILAS-CAM(WS-I)
      *
           ADD 1                           TO WS-I
           MOVE SPACES                     TO WS-LINEA-CAM
           PERFORM RESOLVER-MENSAJE
              THRU RESOLVER-MENSAJE-EXIT
      * AD03-F
      * AD10-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      * AD10-F
           EXEC CICS
                RETURN
           END-EXEC.
       RESOLVER-CATALOGO-EXIT.
           EXIT.
      * AD03-F
      * AD10-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V12C72Z'                  TO W963-PROGRAMA
           MOVE AUD-CODTRAN                TO W963-TRAN
           MOVE AUD-USUARIO                TO W963-USUARIO
           MOVE AUD-TERMINAL               TO W963-TERMINAL
           MOVE CN-REGISTROS               TO W963-FILAS
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
