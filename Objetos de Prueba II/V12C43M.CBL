           05  WS-HABIL-HALLADO            PIC X(01)   VALUE 'N'.
           05  WS-FEC-OPE-N                PIC 9(08)   VALUE ZEROES.
      * AD07-F
      * AD13-I : REVISION PERIODICA KYC (V1DT112)
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
      * AD13-F
      * AD14-I : BLOQUEO JUDICIAL (V1DT121)
           05  WS-ALC-VENTA                PIC X(01)   VALUE SPACE.
           05  WS-ALC-TRANSF               PIC X(01)   VALUE SPACE.
      * AD14-F
      * AD17-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
           05  WS-TCR-ALFA                 PIC X(11)   VALUE SPACES.
           05  WS-TCR-NUM REDEFINES WS-TCR-ALFA
                                           PIC 9(05)V9(06).
           05  WS-DEC-CONTRA               PIC 9(01)   VALUE 2.
           05  WS-IMP-CONTRA-ENT           PIC S9(15)  COMP-3
                                                       VALUE ZEROES.
           05  WS-IMPCTR-ALFA              PIC X(15)   VALUE SPACES.
           05  WS-IMPCTR-NUM REDEFINES WS-IMPCTR-ALFA
                                           PIC 9(13)V9(02).
      * AD17-F
      * AD19-I : DOBLE CAPTURA A CIEGAS (V1DT171/V1DT172)
           05  WS-IMP-USD-DCT              PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-CANT-UMBRAL              PIC S9(09)  COMP
                                                       VALUE ZEROES.
      * AD19-F
      * AD20-I : TOLERANCIA SOBRE LA PIZARRA AL CLIENTE (V1DT175)
           05  WS-SEGMENTO-ALFA            PIC X(04)   VALUE SPACES.
           05  WS-NUM-DOC-PIZ              PIC X(15)   VALUE SPACES.
           05  WS-IMP-USD-PIZ              PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-TAS-CLIENTE              PIC S9(07)V9(04) COMP-3
                                                       VALUE ZEROES.
           05  WS-PCT-DESVIO               PIC S9(05)V9(04) COMP-3
                                                       VALUE ZEROES.
      * AD20-F
           05  WS-DESC-AUX                 PIC X(40)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
           05  SW-CONCEPTO                 PIC X(01).
               88  SW-88-CONCEPTO-COMPRA               VALUE 'C'.
               88  SW-88-CONCEPTO-VENTA                VALUE 'V'.
      * AD20-I : TOLERANCIA SOBRE LA PIZARRA AL CLIENTE (V1DT175)
           05  SW-PIZARRA                  PIC X(01)   VALUE 'N'.
               88  PIZARRA-HALLADA                     VALUE 'S'.
               88  PIZARRA-NO-HALLADA                  VALUE 'N'.
           05  SW-TOLERANCIA               PIC X(01)   VALUE 'N'.
               88  FUERA-TOLERANCIA                    VALUE 'S'.
               88  DENTRO-TOLERANCIA                   VALUE 'N'.
      * AD20-F
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
           05  CT-CPT-COMPRA-HASTA         PIC X(03)   VALUE '199'.
           05  CT-CPT-VENTA-DESDE          PIC X(03)   VALUE '211'.
           05  CT-CPT-VENTA-HASTA          PIC X(03)   VALUE '299'.
      * AD14-I : BLOQUEO JUDICIAL (V1DT121)
           05  CT-ALC-TODAS                PIC X(01)   VALUE 'A'.
           05  CT-ALC-VENTAS               PIC X(01)   VALUE 'V'.
           05  CT-ALC-TRANSF               PIC X(01)   VALUE 'T'.
           05  CT-PAGO-TRANSF              PIC X(01)   VALUE 'T'.
           05  CT-ORDEN-VIGENTE            PIC X(01)   VALUE 'V'.
      * AD14-F
      * AD17-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
           05  CT-TIP-CRUZADA              PIC X(01)   VALUE '9'.
      * AD17-F
      * AD18-I : TITULARIDAD DE LA CUENTA PASIVO (V19C067)
           05  CT-V19C067                  PIC X(08)   VALUE 'V19C067'.
      * AD18-F
      * AD21-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
           05  CT-V19C069                  PIC X(08)   VALUE 'V19C069'.
      * AD21-F
      * AD19-I : DOBLE CAPTURA A CIEGAS (V1DT171/V1DT172)
           05  CT-DOBLE-PENDIENTE          PIC X(01)   VALUE 'P'.
           05  CT-DIV-DOLAR                PIC X(03)   VALUE '1'.
      * AD19-F
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
      * AD10-I : DECIMALES POR DIVISA (BKAB0003)
           05  ME-DECIMALES-ERRADOS        PIC X(07)   VALUE 'V1E0191'.
      * AD10-F
      * AD13-I : REVISION PERIODICA KYC (V1DT112)
           05  ME-KYC-VENCIDA              PIC X(07)   VALUE 'V1E0204'.
           05  ME-AVISO-KYC-VENCIDA        PIC X(07)   VALUE 'V1A0533'.
      * AD13-F
      * AD14-I : BLOQUEO JUDICIAL (V1DT121)
           05  ME-BLOQUEO-JUDICIAL         PIC X(07)   VALUE 'V1E0221'.
      * AD14-F
      * AD17-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
           05  ME-DIVISAS-IGUALES          PIC X(07)   VALUE 'V1E0266'.
      * AD17-F
      * AD18-I : TITULARIDAD DE LA CUENTA PASIVO (V19C067)
           05  ME-DEPOSITOS-NO-DISP        PIC X(07)   VALUE 'V1E0294'.
      * AD18-F
           05  ME-CMPVTA-ERRADO            PIC X(07)   VALUE 'V1E0095'.
           05  ME-OPE-YA-EXISTE            PIC X(07)   VALUE 'V1E0096'.
           05  ME-DOC-REQUERIDO            PIC X(07)   VALUE 'V1E0041'.
           05  ME-TASA-ERRADA              PIC X(07)   VALUE 'V1E0097'.
           05  ME-ALTA-CONFORME            PIC X(07)   VALUE 'V1A0510'.
      * AD19-I : DOBLE CAPTURA A CIEGAS (V1DT171/V1DT172)
           05  ME-PENDIENTE-VERIFICAR      PIC X(07)   VALUE 'V1A0565'.
      * AD19-F
      * AD20-I : TOLERANCIA SOBRE LA PIZARRA AL CLIENTE (V1DT175)
           05  ME-TASA-FUERA-TOLERANCIA    PIC X(07)   VALUE 'V1E0309'.
      * AD20-F
      ******************************************************************
      *                       COPYS UTILIZADAS                         *
      ******************************************************************
               INCLUDE V1GT082
           END-EXEC
      * AD09-F
      * AD13-I : REVISION PERIODICA KYC (V1DT112)
      *
           EXEC SQL
               INCLUDE V1GT111
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT112
           END-EXEC
      * AD13-F
      * AD14-I : BLOQUEO JUDICIAL (V1DT121)
      *
           EXEC SQL
               INCLUDE V1GT121
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT122
           END-EXEC
      * AD14-F
      * AD19-I : DOBLE CAPTURA A CIEGAS (V1DT171/V1DT172)
      *
           EXEC SQL
               INCLUDE V1GT171
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT172
           END-EXEC
      * AD19-F
      * AD20-I : TOLERANCIA SOBRE LA PIZARRA AL CLIENTE (V1DT175)
      *
           EXEC SQL
               INCLUDE V1GT175
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT176
           END-EXEC
      * AD20-F
      *
      ******************************************************************
      *                COPY DE AUDITORIA DE NAVEGACION                 *
      * AD02-I : CATALOGO DE MENSAJES (V1DT054 VIA V19C054)
           COPY V1WC954.
      * AD02-F
      * AD16-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           COPY V1WC963.
      * AD16-F
      * AD18-I : TITULARIDAD DE LA CUENTA PASIVO (V19C067)
           COPY V1WC967.
      * AD18-F
      * AD21-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
           COPY V1WC969.
      * AD21-F
       01  WS-QGECAUD-01.
           COPY QGECAUD.
       LINKAGE SECTION.
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
      * AD16-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      * AD16-F
      *
           SET ADDRESS OF V1NC43MI         TO CAA-PTR-COPYIN
      *
              THRU 2800-GRABAR-OPERACION-EXIT
      *
           MOVE ME-ALTA-CONFORME           TO CAA-COD-AVISO1
      * AD19-I : DOBLE CAPTURA A CIEGAS (V1DT171/V1DT172)
           PERFORM 2850-REGISTRAR-DOBLE-CAPTURA
              THRU 2850-REGISTRAR-DOBLE-CAPTURA-EXIT
      * AD19-F
      * AD20-I : TOLERANCIA SOBRE LA PIZARRA AL CLIENTE (V1DT175)
           PERFORM 2870-REGISTRAR-TOLERANCIA
              THRU 2870-REGISTRAR-TOLERANCIA-EXIT
      * AD20-F
      * AD21-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
           PERFORM 2880-REGISTRAR-EVENTO
              THRU 2880-REGISTRAR-EVENTO-EXIT
      * AD21-F
           MOVE -1                         TO NUMREFL
           PERFORM REINPUT
      *
           PERFORM 2730-VALIDAR-APODERADO
              THRU 2730-VALIDAR-APODERADO-EXIT
      * AD09-F
      *
      * AD13-I : REVISION PERIODICA KYC (V1DT112)
      *    CLIENTE CON LA REVISION KYC VENCIDA MAS ALLA DE LA GRACIA:
      *    SEGUN LA POLITICA DE SU CATEGORIA SE RECHAZA O SE AVISA
           PERFORM 2740-VALIDAR-KYC
              THRU 2740-VALIDAR-KYC-EXIT
      * AD13-F
      *
           MOVE IMPOPEI                    TO WS-IMP-ALFA
           INSPECT WS-IMP-ALFA REPLACING LEADING SPACES BY ZEROES
               END-IF
           END-IF
      * AD10-F
      *
      * AD14-I : BLOQUEO JUDICIAL (V1DT121)
      *    CLIENTE CON UNA ORDEN JUDICIAL VIGENTE QUE ALCANZA ESTA
      *    OPERACION: SE RECHAZA Y EL INTENTO QUEDA PARA EL TRIBUNAL
           PERFORM 2760-VALIDAR-BLOQUEO
              THRU 2760-VALIDAR-BLOQUEO-EXIT
      * AD14-F
      *
      * AD18-I : TITULARIDAD DE LA CUENTA PASIVO (V19C067)
      *    LA CUENTA PASIVO DEBE SER DEL CLIENTE SEGUN EL SISTEMA DE
      *    DEPOSITOS; UNA CUENTA DE TERCERO SE RECHAZA Y QUEDA ANOTADA
           PERFORM 2770-VALIDAR-CUENTA
              THRU 2770-VALIDAR-CUENTA-EXIT
      * AD18-F
      *
           MOVE TASCAMI                    TO WS-TAS-ALFA
           INSPECT WS-TAS-ALFA REPLACING LEADING SPACES BY ZEROES
               PERFORM REINPUT
           END-IF
           MOVE WS-TAS-NUM                 TO TAS-DOLAR
      *
      * AD17-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
      *    CON SEGUNDA DIVISA LA OPERACION ES CRUZADA: SE VALIDA LA
      *    SEGUNDA PATA Y SE CALCULA SU IMPORTE CON LA TASA CRUZADA
           PERFORM 2650-VALIDAR-CRUZADA
              THRU 2650-VALIDAR-CRUZADA-EXIT
      * AD17-F
      *
      * AD20-I : TOLERANCIA SOBRE LA PIZARRA AL CLIENTE (V1DT175)
      *    LA TASA CAPTADA SE CONTRASTA CON LA PIZARRA AL CLIENTE DEL
      *    DIA; FUERA DE LA TOLERANCIA EXIGE EL MOTIVO DEL OPERADOR
           PERFORM 2780-VALIDAR-TOLERANCIA
              THRU 2780-VALIDAR-TOLERANCIA-EXIT
      * AD20-F
      *
           .
       2300-VALIDAR-CAPTURA-EXIT.
           EXIT.
      * AD13-I : REVISION PERIODICA KYC (V1DT112)
      ******************************************************************
      * 2740-VALIDAR-KYC
      *  LA FECHA LIMITE DEL CALENDARIO (V1DT112) YA INCLUYE LOS DIAS  *
      *  DE GRACIA.  VENCIDA, SI LA POLITICA DE LA CATEGORIA (V1DT111) *
      *  BLOQUEA SE RECHAZA LA CAPTURA; SI NO, SE GRABA CON AVISO      *
      ******************************************************************
       2740-VALIDAR-KYC.
      *
           MOVE 'V1DT112'                  TO WS-TABLA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE NUMDOCI                    TO NUM-DOC-KYC
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
                       MOVE -1             TO NUMDOCL
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
       2740-VALIDAR-KYC-EXIT.
           EXIT.
      * AD13-F
      * AD14-I : BLOQUEO JUDICIAL (V1DT121)
      ******************************************************************
      * 2760-VALIDAR-BLOQUEO
      *  UNA ORDEN VIGENTE DE ALCANCE A BLOQUEA TODO; LAS DE ALCANCE   *
      *  V SOLO LAS VENTAS Y LAS DE ALCANCE T SOLO LAS OPERACIONES     *
      *  PAGADAS POR TRANSFERENCIA.  EL RECHAZO SE ANOTA EN V1DT122    *
      *  ANTES DE DEVOLVER LA PANTALLA                                 *
      ******************************************************************
       2760-VALIDAR-BLOQUEO.
      *
           MOVE 'V1DT121'                  TO WS-TABLA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE NUMDOCI                    TO NUM-DOC-BLOQUEO
           MOVE SPACES                     TO WS-ALC-VENTA
                                              WS-ALC-TRANSF
      *
           IF  IDFCVI EQUAL CT-IDF-VENTA
               MOVE CT-ALC-VENTAS          TO WS-ALC-VENTA
           END-IF
      *
           IF  TIPPAGI EQUAL CT-PAGO-TRANSF
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
               GO TO 2760-VALIDAR-BLOQUEO-EXIT
           END-IF
      *
           MOVE NUM-ORDEN-JUD              TO NUM-ORDEN-INT
           MOVE WS-FEC-HOY                 TO FEC-INTENTO-JUD
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-INTENTO-JUD
           MOVE CT-PROGRAMA                TO COD-PROGRAMA-INT
           MOVE NUMDOCI                    TO NUM-DOC-INTENTO
           MOVE AUD-USUARIO                TO COD-USUARIO-INT
           MOVE NUM-REF                    TO NUM-REF-INTENTO
           MOVE IDFCVI                     TO IDF-CMP-VTA-INT
           MOVE TIPPAGI                    TO TIP-PAGO-INT
           MOVE CODDIVI                    TO COD-DIV-INT
           MOVE IMP-OPE                    TO IMP-INTENTO
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
           MOVE -1                         TO NUMDOCL
           PERFORM REINPUT
      *
           .
       2760-VALIDAR-BLOQUEO-EXIT.
           EXIT.
      * AD14-F
      * AD18-I : TITULARIDAD DE LA CUENTA PASIVO (V19C067)
      ******************************************************************
      * 2770-VALIDAR-CUENTA
      *  LA RUTINA V19C067 CONSULTA AL SISTEMA DE DEPOSITOS Y ANOTA EN *
      *  V1DT168 LA CUENTA DE TERCERO O INEXISTENTE; AQUI SOLO SE      *
      *  DEVUELVE LA PANTALLA CON EL CODIGO DEL CATALOGO, SIN MOSTRAR  *
      *  AL TITULAR REAL.  SIN RESPUESTA DE DEPOSITOS LA OPERACION NO  *
      *  SE CAPTA                                                      *
      ******************************************************************
       2770-VALIDAR-CUENTA.
      *
           INITIALIZE V1WC967
           MOVE CTAPASI                    TO W967-CTA-PASIVO
           MOVE NUMDOCI                    TO W967-NUM-DOC-PERSONA
           MOVE CT-PROGRAMA                TO W967-PROGRAMA
           MOVE AUD-USUARIO                TO W967-USUARIO
           MOVE CODOFII                    TO W967-OFICINA
           MOVE NUM-REF                    TO W967-NUM-REF
           SET W967-88-EN-LINEA            TO TRUE
      *
           CALL CT-V19C067 USING V1WC967
      *
           EVALUATE TRUE
               WHEN W967-88-TITULAR
                   CONTINUE

               WHEN W967-88-SIN-SERVICIO
                   MOVE ME-DEPOSITOS-NO-DISP
                                           TO CAA-COD-ERROR
                   MOVE W967-COD-ERROR     TO CAA-VAR1-ERROR
                   MOVE -1                 TO CTAPASL
                   PERFORM REINPUT

               WHEN OTHER
                   MOVE W967-COD-MENSAJE   TO CAA-COD-ERROR
                   MOVE -1                 TO CTAPASL
                   PERFORM REINPUT
           END-EVALUATE
      *
           .
       2770-VALIDAR-CUENTA-EXIT.
           EXIT.
      * AD18-F
      * AD20-I : TOLERANCIA SOBRE LA PIZARRA AL CLIENTE (V1DT175)
      ******************************************************************
      * 2780-VALIDAR-TOLERANCIA
      *  SOLO OPERACIONES CONTRA BOLIVARES.  EL TRAMO SE BUSCA CON EL  *
      *  CONTRAVALOR EN DOLARES, PRIMERO EN EL SEGMENTO DEL CLIENTE    *
      *  (V1DT045) Y SI NO, EN EL GENERAL.  SIN PIZARRA DE LA FECHA NO *
      *  SE CONTROLA.  LA COMPRA SE CONTRASTA CON LA TASA DE COMPRA Y  *
      *  LA VENTA CON LA DE VENTA; EL DESVIO ES PORCENTUAL Y EN        *
      *  CUALQUIER SENTIDO                                             *
      ******************************************************************
       2780-VALIDAR-TOLERANCIA.
      *
           SET DENTRO-TOLERANCIA           TO TRUE
           SET PIZARRA-NO-HALLADA          TO TRUE
      *
           IF  COD-DIV-CONTRA OF DCLV1DT001 NOT EQUAL SPACES
               GO TO 2780-VALIDAR-TOLERANCIA-EXIT
           END-IF
      *
           MOVE 'V1DT045'                  TO WS-TABLA
           MOVE NUMDOCI                    TO WS-NUM-DOC-PIZ
           MOVE SPACES                     TO WS-SEGMENTO-ALFA
      *
           EXEC SQL
               SELECT COD_SEGMENTO
               INTO  :WS-SEGMENTO-ALFA
               FROM V1DT045
               WHERE NUM_DOC_PERSONA = :WS-NUM-DOC-PIZ
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
      *    LA DIVISA AUN NO SE HA PASADO A LA OPERACION (2800)
           IF  CODDIVI NOT = CT-DIV-DOLAR
               COMPUTE WS-IMP-USD-PIZ ROUNDED = IMP-OPE OF DCLV1DT001
                                             * TAS-DOLAR OF DCLV1DT001
           ELSE
               MOVE IMP-OPE OF DCLV1DT001  TO WS-IMP-USD-PIZ
           END-IF
      *
           MOVE FEC-OPE OF DCLV1DT001      TO FEC-TASA-PIZ
           MOVE CODDIVI                    TO COD-DIV-PIZ
           MOVE WS-SEGMENTO-ALFA(1:2)      TO COD-SEGMENTO-PIZ
      *
           IF  COD-SEGMENTO-PIZ NOT EQUAL SPACES
               PERFORM 2785-LEER-PIZARRA
                  THRU 2785-LEER-PIZARRA-EXIT
           END-IF
      *
           IF  PIZARRA-NO-HALLADA
               MOVE SPACES                 TO COD-SEGMENTO-PIZ
               PERFORM 2785-LEER-PIZARRA
                  THRU 2785-LEER-PIZARRA-EXIT
           END-IF
      *
           IF  PIZARRA-NO-HALLADA
               GO TO 2780-VALIDAR-TOLERANCIA-EXIT
           END-IF
      *
           IF  IDFCVI EQUAL CT-IDF-COMPRA
               MOVE TAS-CLIENTE-COMPRA     TO WS-TAS-CLIENTE
           ELSE
               MOVE TAS-CLIENTE-VENTA      TO WS-TAS-CLIENTE
           END-IF
      *
           IF  WS-TAS-CLIENTE EQUAL ZEROES
               GO TO 2780-VALIDAR-TOLERANCIA-EXIT
           END-IF
      *
           COMPUTE WS-PCT-DESVIO ROUNDED =
                   (TAS-CAMBIO OF DCLV1DT001 - WS-TAS-CLIENTE) * 100
                 / WS-TAS-CLIENTE
           IF  WS-PCT-DESVIO LESS ZEROES
               COMPUTE WS-PCT-DESVIO = WS-PCT-DESVIO * -1
           END-IF
      *
           IF  WS-PCT-DESVIO NOT GREATER PCT-TOLERANCIA-PIZ
               GO TO 2780-VALIDAR-TOLERANCIA-EXIT
           END-IF
      *
           SET FUERA-TOLERANCIA            TO TRUE
      *
           IF  MOTTOLI EQUAL SPACES OR LOW-VALUES
               MOVE ME-TASA-FUERA-TOLERANCIA
                                           TO CAA-COD-ERROR
               MOVE -1                     TO MOTTOLL
               PERFORM REINPUT
           END-IF
      *
           .
       2780-VALIDAR-TOLERANCIA-EXIT.
           EXIT.
      ******************************************************************
      * 2785-LEER-PIZARRA
      ******************************************************************
       2785-LEER-PIZARRA.
      *
           MOVE 'V1DT175'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT TAS_CLIENTE_COMPRA,
                      TAS_CLIENTE_VENTA,
                      PCT_TOLERANCIA
               INTO  :TAS-CLIENTE-COMPRA,
                     :TAS-CLIENTE-VENTA,
                     :PCT-TOLERANCIA-PIZ
               FROM V1DT175
               WHERE FEC_TASA     = :FEC-TASA-PIZ
                 AND COD_DIV      = :COD-DIV-PIZ
                 AND COD_SEGMENTO = :COD-SEGMENTO-PIZ
                 AND IMP_DESDE   <= :WS-IMP-USD-PIZ
                 AND IMP_HASTA   >= :WS-IMP-USD-PIZ
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   SET PIZARRA-HALLADA     TO TRUE

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2785-LEER-PIZARRA-EXIT.
           EXIT.
      * AD20-F
      * AD09-I : REGISTRO DE PODERES (V1DT082)
      ******************************************************************
      * 2730-VALIDAR-APODERADO
           .
       2600-VALIDAR-DIVISA-EXIT.
           EXIT.
      * AD17-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
      ******************************************************************
      * 2650-VALIDAR-CRUZADA                                           *
      *  SIN SEGUNDA DIVISA LA OPERACION ES CONTRA BOLIVARES Y LA      *
      *  SEGUNDA PATA QUEDA EN BLANCO.  CON ELLA, LA DIVISA DEBE       *
      *  EXISTIR EN BKAB0003, SER DISTINTA DE LA PRIMERA Y SU PLAZA    *
      *  NO PUEDE ESTAR CERRADA EN LA FECHA VALOR (V1DT086).  LA TASA  *
      *  CRUZADA SON UNIDADES DE LA SEGUNDA DIVISA POR UNIDAD DE LA    *
      *  PRIMERA; CON ELLA SE CALCULAN EL IMPORTE DE LA SEGUNDA PATA,  *
      *  REDONDEADO A LOS DECIMALES DE SU DIVISA, Y SUS TASAS EN       *
      *  BOLIVARES Y EN DOLARES, DE MODO QUE LAS DOS PATAS VALGAN LO   *
      *  MISMO EN BOLIVARES                                            *
      ******************************************************************
       2650-VALIDAR-CRUZADA.
      *
           MOVE SPACES                     TO COD-DIV-CONTRA
           MOVE ZEROES                     TO IMP-CONTRA
                                              TAS-CRUZADA
                                              TAS-BOLIVAR-CONTRA
                                              TAS-DOLAR-CONTRA
      *
           IF  DIVCTRI EQUAL SPACES OR LOW-VALUES
               MOVE SPACES                 TO IMPCTRI
               GO TO 2650-VALIDAR-CRUZADA-EXIT
           END-IF
      *
           IF  DIVCTRI EQUAL CODDIVI
               MOVE ME-DIVISAS-IGUALES     TO CAA-COD-ERROR
               MOVE -1                     TO DIVCTRL
               PERFORM REINPUT
           END-IF
      *
           MOVE 'BKAB0003'                 TO WS-TABLA
           MOVE DIVCTRI                    TO CTBCDT03
           MOVE 2                          TO WS-DEC-CONTRA
      *
           EXEC SQL
               SELECT CTBCOD03,
                      CTBDEC03
               INTO :CTBCOD03,
                    :CTBDEC03
               FROM BKAB0003_BASE
               WHERE CTBNDT03 = :CT-TAB-SWIFT AND
                     CTBCDT03 = :CTBCDT03
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN ZEROS
               WHEN -811
                   MOVE CTBDEC03           TO WS-DEC-CONTRA

               WHEN +100
                   MOVE ME-DIVISA-ERRADA   TO CAA-COD-ERROR
                   MOVE -1                 TO DIVCTRL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE 'V1DT086'                  TO WS-TABLA
           MOVE ZEROES                     TO WS-CANT-FERIADO
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-FERIADO
               FROM V1DT086
               WHERE COD_DIV     = :DIVCTRI
                 AND FEC_FERIADO = :DCLV1DT001.FEC-VALOR
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-FERIADO GREATER THAN ZEROES
               MOVE ME-FECVAL-FERIADO      TO CAA-COD-ERROR
               MOVE -1                     TO FECVALL
               PERFORM REINPUT
           END-IF
      *
           MOVE TASCRUI                    TO WS-TCR-ALFA
           INSPECT WS-TCR-ALFA REPLACING LEADING SPACES BY ZEROES
           IF  WS-TCR-ALFA NOT NUMERIC
            OR WS-TCR-NUM EQUAL ZEROES
               MOVE ME-TASA-ERRADA         TO CAA-COD-ERROR
               MOVE -1                     TO TASCRUL
               PERFORM REINPUT
           END-IF
      *
           MOVE DIVCTRI                    TO COD-DIV-CONTRA
           MOVE WS-TCR-NUM                 TO TAS-CRUZADA
      *
           IF  WS-DEC-CONTRA EQUAL ZEROES
               COMPUTE WS-IMP-CONTRA-ENT ROUNDED =
                       IMP-OPE * TAS-CRUZADA
               MOVE WS-IMP-CONTRA-ENT      TO IMP-CONTRA
           ELSE
               COMPUTE IMP-CONTRA ROUNDED =
                       IMP-OPE * TAS-CRUZADA
           END-IF
      *
           COMPUTE TAS-BOLIVAR-CONTRA ROUNDED =
                   TAS-BOLIVAR / TAS-CRUZADA
           COMPUTE TAS-DOLAR-CONTRA ROUNDED =
                   TAS-DOLAR / TAS-CRUZADA
      *
           MOVE IMP-CONTRA                 TO WS-IMPCTR-NUM
           MOVE WS-IMPCTR-ALFA             TO IMPCTRI
      *
           .
       2650-VALIDAR-CRUZADA-EXIT.
           EXIT.
      * AD17-F
      ******************************************************************
      * 2700-VALIDAR-PAISES
      *  LOS PAISES CORRESPONSAL Y DESTINO DEBEN EXISTIR EN V1DT005    *
      *
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-OPE
           MOVE CODOFII                    TO COD-OPE-BANCO
      * AD15-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
      *    LA OPERACION QUEDA EN LA ENTIDAD PRINCIPAL DEL USUARIO,
      *    DEVUELTA POR V19C030 EN 1950-VERIFICAR-ACCESO
           MOVE W930-ENTIDAD               TO COD-ENT-BANCO
      * AD15-F
           MOVE CODDIVI                    TO COD-DIV-OPE
           MOVE '1'                        TO TIP-OPE
      * AD17-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
           IF  COD-DIV-CONTRA NOT EQUAL SPACES
               MOVE CT-TIP-CRUZADA         TO TIP-OPE
           END-IF
      * AD17-F
           MOVE '1'                        TO IND-TIP-OPE
           MOVE '1'                        TO CLA-USO-OPE
           MOVE CODCPTI                 TO COD-CPT-CMP-VTA OF DCLV1DT001
                    TIP_PAGO,
                    IDF_SEGURID,
                    CLA_CONTRAPARTE,
      * AD17-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
                    COD_DIV_CONTRA,
                    IMP_CONTRA,
                    TAS_CRUZADA,
                    TAS_BOLIVAR_CONTRA,
                    TAS_DOLAR_CONTRA,
      * AD17-F
                    NUM_DOC_APODERADO)
               VALUES
                   (:DCLV1DT001.NUM-REF,
                    :DCLV1DT001.TIP-PAGO,
                    :DCLV1DT001.IDF-SEGURID,
                    :DCLV1DT001.CLA-CONTRAPARTE,
      * AD17-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
                    :DCLV1DT001.COD-DIV-CONTRA,
                    :DCLV1DT001.IMP-CONTRA,
                    :DCLV1DT001.TAS-CRUZADA,
                    :DCLV1DT001.TAS-BOLIVAR-CONTRA,
                    :DCLV1DT001.TAS-DOLAR-CONTRA,
      * AD17-F
                    :DCLV1DT001.NUM-DOC-APODERADO)
           END-EXEC
      *
           .
       2800-GRABAR-OPERACION-EXIT.
           EXIT.
      * AD19-I : DOBLE CAPTURA A CIEGAS (V1DT171/V1DT172)
      ******************************************************************
      * 2850-REGISTRAR-DOBLE-CAPTURA
      *  SI EL CONTRAVALOR EN DOLARES SUPERA EL UMBRAL VIGENTE A LA    *
      *  FECHA DE LA OPERACION (V1DT171), LA OPERACION QUEDA PENDIENTE *
      *  DE DOBLE CAPTURA (V1DT172) HASTA QUE OTRO OPERADOR LA         *
      *  RETECLEE EN V13C89M.  SIN UMBRAL VIGENTE NO SE EXIGE          *
      ******************************************************************
       2850-REGISTRAR-DOBLE-CAPTURA.
      *
           IF  COD-DIV-OPE OF DCLV1DT001 NOT = CT-DIV-DOLAR
               COMPUTE WS-IMP-USD-DCT ROUNDED = IMP-OPE OF DCLV1DT001
                                             * TAS-DOLAR OF DCLV1DT001
           ELSE
               MOVE IMP-OPE OF DCLV1DT001  TO WS-IMP-USD-DCT
           END-IF
      *
           MOVE 'V1DT171'                  TO WS-TABLA
           MOVE ZEROES                     TO WS-CANT-UMBRAL
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-UMBRAL
               FROM V1DT171
               WHERE FEC_DESDE  <= :DCLV1DT001.FEC-OPE
                 AND FEC_HASTA  >= :DCLV1DT001.FEC-OPE
                 AND IMP_UMBRAL <  :WS-IMP-USD-DCT
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-UMBRAL EQUAL ZEROES
               GO TO 2850-REGISTRAR-DOBLE-CAPTURA-EXIT
           END-IF
      *
           MOVE 'V1DT172'                  TO WS-TABLA
           MOVE NUM-REF OF DCLV1DT001      TO NUM-REF-DCT
           MOVE AUD-USUARIO                TO COD-USUARIO-CAPTURA
           MOVE CODOFII                    TO COD-OFICINA-DCT
           MOVE FUNCTION CURRENT-DATE(1:8) TO FEC-CAPTURA-DCT
           MOVE HOR-OPE                    TO HOR-CAPTURA-DCT
           MOVE CT-DOBLE-PENDIENTE         TO EST-DOBLE-CAPTURA
           MOVE ZEROES                     TO CANT-INTENTOS-DCT
           MOVE SPACES                     TO COD-USUARIO-VERIF
                                              FEC-VERIF-DCT
                                              HOR-VERIF-DCT
      *
           EXEC SQL
               INSERT INTO V1DT172
                   (NUM_REF,
                    COD_USUARIO_CAPTURA,
                    COD_OFICINA,
                    FEC_CAPTURA,
                    HOR_CAPTURA,
                    EST_DOBLE_CAPTURA,
                    CANT_INTENTOS,
                    COD_USUARIO_VERIF,
                    FEC_VERIF,
                    HOR_VERIF)
               VALUES
                   (:NUM-REF-DCT,
                    :COD-USUARIO-CAPTURA,
                    :COD-OFICINA-DCT,
                    :FEC-CAPTURA-DCT,
                    :HOR-CAPTURA-DCT,
                    :EST-DOBLE-CAPTURA,
                    :CANT-INTENTOS-DCT,
                    :COD-USUARIO-VERIF,
                    :FEC-VERIF-DCT,
                    :HOR-VERIF-DCT)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE ME-PENDIENTE-VERIFICAR     TO CAA-COD-AVISO1
      *
           .
       2850-REGISTRAR-DOBLE-CAPTURA-EXIT.
           EXIT.
      * AD19-F
      * AD20-I : TOLERANCIA SOBRE LA PIZARRA AL CLIENTE (V1DT175)
      ******************************************************************
      * 2870-REGISTRAR-TOLERANCIA
      *  LA TASA CAPTADA FUERA DE LA TOLERANCIA QUEDA ANOTADA CON EL   *
      *  MOTIVO, LA TASA DE PIZARRA Y EL DESVIO PARA LA REVISION DE    *
      *  TESORERIA                                                     *
      ******************************************************************
       2870-REGISTRAR-TOLERANCIA.
      *
           IF  DENTRO-TOLERANCIA
               GO TO 2870-REGISTRAR-TOLERANCIA-EXIT
           END-IF
      *
           MOVE 'V1DT176'                  TO WS-TABLA
           MOVE NUM-REF OF DCLV1DT001      TO NUM-REF-TOL
           MOVE FEC-OPE OF DCLV1DT001      TO FEC-OPE-TOL
           MOVE COD-DIV-PIZ                TO COD-DIV-TOL
           MOVE COD-SEGMENTO-PIZ           TO COD-SEGMENTO-TOL
           MOVE IDFCVI                     TO IDF-CMP-VTA-TOL
           MOVE TAS-CAMBIO OF DCLV1DT001   TO TAS-CAMBIO-TOL
           MOVE WS-TAS-CLIENTE             TO TAS-CLIENTE-TOL
           MOVE WS-PCT-DESVIO              TO PCT-DESVIO-TOL
           MOVE PCT-TOLERANCIA-PIZ         TO PCT-TOLERANCIA-TOL
           MOVE AUD-USUARIO                TO COD-USUARIO-TOL
           MOVE CODOFII                    TO COD-OFICINA-TOL
           MOVE FUNCTION CURRENT-DATE(1:8) TO FEC-REGISTRO-TOL
           MOVE HOR-OPE                    TO HOR-REGISTRO-TOL
           MOVE MOTTOLI                    TO TXT-MOTIVO-TOL
      *
           EXEC SQL
               INSERT INTO V1DT176
                   (NUM_REF,
                    FEC_OPE,
                    COD_DIV,
                    COD_SEGMENTO,
                    IDF_CMP_VTA,
                    TAS_CAMBIO,
                    TAS_CLIENTE,
                    PCT_DESVIO,
                    PCT_TOLERANCIA,
                    COD_USUARIO,
                    COD_OFICINA,
                    FEC_REGISTRO,
                    HOR_REGISTRO,
                    TXT_MOTIVO)
               VALUES
                   (:NUM-REF-TOL,
                    :FEC-OPE-TOL,
                    :COD-DIV-TOL,
                    :COD-SEGMENTO-TOL,
                    :IDF-CMP-VTA-TOL,
                    :TAS-CAMBIO-TOL,
                    :TAS-CLIENTE-TOL,
                    :PCT-DESVIO-TOL,
                    :PCT-TOLERANCIA-TOL,
                    :COD-USUARIO-TOL,
                    :COD-OFICINA-TOL,
                    :FEC-REGISTRO-TOL,
                    :HOR-REGISTRO-TOL,
                    :TXT-MOTIVO-TOL)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2870-REGISTRAR-TOLERANCIA-EXIT.
           EXIT.
      * AD20-F
      * AD21-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
      ******************************************************************
      * 2880-REGISTRAR-EVENTO
      *  EL EVENTO DE ALTA QUEDA EN LA BANDEJA V1DT177 EN LA MISMA     *
      *  UNIDAD DE TRABAJO DE LA OPERACION                             *
      ******************************************************************
       2880-REGISTRAR-EVENTO.
      *
           INITIALIZE V1WC969
           SET W969-88-ALTA                TO TRUE
           MOVE NUM-REF OF DCLV1DT001      TO W969-NUM-REF
           MOVE CT-PROGRAMA                TO W969-PROGRAMA
           MOVE AUD-USUARIO                TO W969-USUARIO
           MOVE COD-DIV-OPE OF DCLV1DT001  TO W969-COD-DIV
           MOVE IMP-OPE OF DCLV1DT001      TO W969-IMP-OPE
           MOVE IDF-CMP-VTA OF DCLV1DT001  TO W969-IDF-CMP-VTA
           MOVE COD-CPT-CMP-VTA OF DCLV1DT001
                                           TO W969-DETALLE
           CALL CT-V19C069 USING V1WC969
      *
           IF  W969-88-ERROR-DB2
               MOVE 'V1DT177'              TO WS-TABLA
               MOVE W969-SQLCODE           TO SQLCODE
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2880-REGISTRAR-EVENTO-EXIT.
           EXIT.
      * AD21-F
      ******************************************************************
      * REINPUT
      ******************************************************************
           PERFORM RESOLVER-MENSAJE
              THRU RESOLVER-MENSAJE-EXIT
      * AD02-F
      * AD16-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      * AD16-F
           EXEC CICS
               RETURN
           END-EXEC
       RESOLVER-CATALOGO-EXIT.
           EXIT.
      * AD02-F
      * AD16-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V12C43M'                  TO W963-PROGRAMA
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
      * AD16-F
