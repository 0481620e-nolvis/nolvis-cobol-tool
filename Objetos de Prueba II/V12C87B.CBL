      *  BARRIDO DIARIO (RIF POR IGUALDAD, NOMBRES POR COTEJO          *
      *  APROXIMADO SOBRE EL NOMBRE NORMALIZADO).  CADA COINCIDENCIA   *
      *  SE REPORTA Y ABRE SU CASO DE REVISION EN V1DT009              *
      *  AD02: CORRIDA A PEDIDO (V13C75B) CUANDO V12C72Z APRUEBA ALTAS *
      *  DE LAS LISTAS OFICIALES: CON FECHA DE ALTA DESDE EN LA        *
      *  TARJETA SE COTEJAN LAS ENTRADAS DADAS DE ALTA DESDE ESA       *
      *  FECHA Y LA CORRIDA NO SE REGISTRA EN V1DT024, ASI QUE NO      *
      *  MUEVE LA MARCA DEL BARRIDO NOCTURNO                           *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *
       01  REG-PARAMETROS.
           05  PAR-DIAS-VENTANA            PIC 9(04).
      * AD02-I : CORRIDA A PEDIDO POR ALTAS DE LISTAS OFICIALES
      *    05  FILLER                      PIC X(76).
           05  PAR-FEC-ALTA-DESDE          PIC X(08).
           05  PAR-FEC-ALTA-DESDE-N REDEFINES PAR-FEC-ALTA-DESDE
                                           PIC 9(08).
           05  FILLER                      PIC X(68).
      * AD02-F
      *
       FD  ARCH-HITS
           RECORDING MODE IS F.
                                                       VALUE ZEROES.
           05  WS-INT-VENTANA              PIC S9(09)  COMP
                                                       VALUE ZEROES.
      * AD02-I : CORRIDA A PEDIDO POR ALTAS DE LISTAS OFICIALES
           05  WS-INT-ALTA-DESDE           PIC S9(09)  COMP
                                                       VALUE ZEROES.
      * AD02-F
           05  WS-I                        PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-J                        PIC S9(04)  COMP
           05  SW-ORIGEN                   PIC X(01)   VALUE 'V'.
               88  ORIGEN-VIVO                         VALUE 'V'.
               88  ORIGEN-ARCHIVO                      VALUE 'A'.
      * AD02-I : CORRIDA A PEDIDO POR ALTAS DE LISTAS OFICIALES
           05  SW-CORRIDA                  PIC X(01)   VALUE 'N'.
               88  CORRIDA-NOCTURNA                    VALUE 'N'.
               88  CORRIDA-A-PEDIDO                    VALUE 'P'.
      * AD02-F
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
                                              CN-OPERACIONES
                                              CN-COINCIDENCIAS
      *
      * AD02-I : CORRIDA A PEDIDO POR ALTAS DE LISTAS OFICIALES
      *    PERFORM 1500-BUSCAR-ULTIMA-CORRIDA
      *       THRU 1500-BUSCAR-ULTIMA-CORRIDA-EXIT
      *
      *    INITIALIZE V1WC924
      *    SET W924-88-INICIO              TO TRUE
      *    MOVE CT-PROGRAMA                TO W924-PROGRAMA
      *    MOVE WS-FEC-HOY                 TO W924-FEC-PROCESO
      *    CALL CT-V19C024 USING V1WC924
      *
      *    CON FECHA DE ALTA DESDE SE COTEJAN LAS ENTRADAS DADAS DE
      *    ALTA DESDE ESE DIA INCLUSIVE, SIN REGISTRAR LA CORRIDA
      *
           IF  PAR-FEC-ALTA-DESDE-N NUMERIC
           AND PAR-FEC-ALTA-DESDE-N GREATER THAN ZEROES
               SET CORRIDA-A-PEDIDO        TO TRUE
               COMPUTE WS-INT-ALTA-DESDE =
                       FUNCTION INTEGER-OF-DATE(PAR-FEC-ALTA-DESDE-N)
                     - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-INT-ALTA-DESDE)
                                           TO WS-FEC-ULT-CORRIDA
           ELSE
               SET CORRIDA-NOCTURNA        TO TRUE
               PERFORM 1500-BUSCAR-ULTIMA-CORRIDA
                  THRU 1500-BUSCAR-ULTIMA-CORRIDA-EXIT
      *
               INITIALIZE V1WC924
               SET W924-88-INICIO          TO TRUE
               MOVE CT-PROGRAMA            TO W924-PROGRAMA
               MOVE WS-FEC-HOY             TO W924-FEC-PROCESO
               CALL CT-V19C024 USING V1WC924
           END-IF
      * AD02-F
      *
           .
       1000-INICIO-EXIT.
               CALL CT-V19C025 USING V1WC925
           END-IF
      *
      * AD02-I : CORRIDA A PEDIDO POR ALTAS DE LISTAS OFICIALES
      *    SET W924-88-FIN                 TO TRUE
      *    MOVE CN-ENTRADAS-NUEVAS         TO W924-CANT-LEIDOS
      *    MOVE CN-COINCIDENCIAS           TO W924-CANT-GRABADOS
      *    MOVE ZEROES                     TO W924-CANT-ACTUALIZADOS
      *    MOVE RETURN-CODE                TO W924-COD-RETORNO
      *    CALL CT-V19C024 USING V1WC924
           IF  CORRIDA-NOCTURNA
               SET W924-88-FIN             TO TRUE
               MOVE CN-ENTRADAS-NUEVAS     TO W924-CANT-LEIDOS
               MOVE CN-COINCIDENCIAS       TO W924-CANT-GRABADOS
               MOVE ZEROES                 TO W924-CANT-ACTUALIZADOS
               MOVE RETURN-CODE            TO W924-COD-RETORNO
               CALL CT-V19C024 USING V1WC924
           END-IF
      * AD02-F
      *
           .
       6000-FIN-EXIT.
