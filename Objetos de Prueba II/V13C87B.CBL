      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C87B                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: BPC                                               *
      *                                                                *
      ******************************************************************
      * DOCUMENTACION.                                                 *
      * ------------------                                             *
      * ARCHIVO DE ENTRADA: ENTBIC (NOVEDADES MENSUALES DEL DIRECTORIO *
      *  SWIFT DE BIC CON CABECERA DE CONTROL: MOVIMIENTO 'A' ALTA,    *
      *  'M' MODIFICACION, 'B' BAJA, BIC, INSTITUCION, CIUDAD Y PAIS)  *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: NINGUNO (ACTUALIZA LA TABLA V1DT169)        *
      * ------------------                                             *
      * PROCESO GLOBAL: CARGA MENSUAL DEL DIRECTORIO DE BIC.  EL       *
      *  ARCHIVO SE CONTROLA CON EL REGISTRO DE ARCHIVOS (V19C076,     *
      *  FEED 'BICDIREC'): UNA SECUENCIA YA CARGADA O CON HUECO SE     *
      *  RECHAZA ANTES DE TOCAR NADA.  ALTA Y MODIFICACION DEJAN EL    *
      *  BIC ACTIVO CON SUS DATOS (EL BIC DE OCHO POSICIONES SE GUARDA *
      *  COMO OFICINA PRINCIPAL 'XXX'); LA BAJA LO DEJA INACTIVO SIN   *
      *  BORRARLO.  UN ARCHIVO CON MENOS O MAS REGISTROS DE LOS QUE    *
      *  ANUNCIA SU CABECERA SE DESHACE COMPLETO: MEDIO DIRECTORIO     *
      *  ACTUALIZADO RECHAZARIA BIC BUENOS.  LOS REGISTROS MAL         *
      *  FORMADOS SE LISTAN POR SYSOUT Y DAN RC 04                     *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C87B.
       AUTHOR.       FACTORIA.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      *        E N V I R O N M E N T         D I V I S I O N           *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ARCH-BIC             ASSIGN TO ENTBIC
                                        ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
      *                                                                *
      *                D A T A            D I V I S I O N              *
      *                                                                *
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *                                                                *
      *                  F I L E        S E C T I O N                  *
      *                                                                *
      ******************************************************************
       FILE SECTION.
      *
       FD  ARCH-BIC
           RECORDING MODE IS F.
      *
       01  REG-BIC.
           05  BIC-TIP-MOVIMIENTO          PIC X(01).
           05  BIC-CODIGO                  PIC X(11).
           05  BIC-NOM-INSTITUCION         PIC X(35).
           05  BIC-NOM-CIUDAD              PIC X(35).
           05  BIC-COD-PAIS                PIC X(02).
           05  FILLER                      PIC X(16).
      *
       01  REG-CABECERA-BIC.
           05  BIC-HDR-MARCA               PIC X(03).
           05  BIC-HDR-SECUENCIA           PIC X(09).
           05  BIC-HDR-SECUENCIA-R REDEFINES BIC-HDR-SECUENCIA
                                           PIC 9(09).
           05  BIC-HDR-FEC-GENERA          PIC X(08).
           05  BIC-HDR-CANT                PIC X(07).
           05  BIC-HDR-CANT-R REDEFINES BIC-HDR-CANT
                                           PIC 9(07).
           05  FILLER                      PIC X(73).
      ******************************************************************
      *                                                                *
      *         W O R K I N G   S T O R A G E   S E C T I O N          *
      *                                                                *
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                  AREA DE VARIABLES AUXILIARES                  *
      ******************************************************************
       01  WS-VARIABLES-AUXILIARES.
      *
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
           05  WS-FEC-GENERA               PIC X(08)   VALUE SPACES.
           05  WS-CANT-ANUNCIADA           PIC 9(07)   VALUE ZEROES.
           05  WS-BIC                      PIC X(11)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-ARCHIVO              PIC X(01)   VALUE 'N'.
               88  FIN-ARCHIVO                         VALUE 'S'.
               88  NO-FIN-ARCHIVO                      VALUE 'N'.
           05  SW-MOVIMIENTO               PIC X(01)   VALUE SPACES.
               88  SW-88-MOV-ALTA                      VALUE 'A'.
               88  SW-88-MOV-MODIFICA                  VALUE 'M'.
               88  SW-88-MOV-BAJA                      VALUE 'B'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C87B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-V19C076                  PIC X(08)   VALUE 'V19C076'.
           05  CT-FEED-BIC                 PIC X(08)   VALUE 'BICDIREC'.
           05  CT-HDR-MARCA                PIC X(03)   VALUE 'HDR'.
           05  CT-OFICINA-PRINCIPAL        PIC X(03)   VALUE 'XXX'.
           05  CT-ACTIVO                   PIC X(01)   VALUE 'S'.
           05  CT-INACTIVO                 PIC X(01)   VALUE 'N'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-REGISTROS-LEIDOS         PIC 9(07)   VALUE ZEROES.
           05  CN-REGISTROS-ERRADOS        PIC 9(07)   VALUE ZEROES.
           05  CN-ALTAS                    PIC 9(07)   VALUE ZEROES.
           05  CN-MODIFICACIONES           PIC 9(07)   VALUE ZEROES.
           05  CN-BAJAS                    PIC 9(07)   VALUE ZEROES.
           05  CN-BAJAS-DESCONOCIDAS       PIC 9(07)   VALUE ZEROES.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      *  COPY DE LA RUTINA V19C025 (EVENTOS Y ALERTAS)
           COPY V1WC925.
      *  COPY DE LA RUTINA V19C076 (REGISTRO DE ARCHIVOS)
           COPY V1WC976.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT169
           END-EXEC
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.
      *
       MAINLINE.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT
      *
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
      *
           PERFORM 6000-FIN
              THRU 6000-FIN-EXIT
      *
           STOP RUN
           .
      ******************************************************************
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
           OPEN INPUT ARCH-BIC
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HOY                 TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           PERFORM 1200-VALIDAR-CABECERA
              THRU 1200-VALIDAR-CABECERA-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                  1200-VALIDAR-CABECERA                         *
      *  EL PRIMER REGISTRO DEBE SER LA CABECERA DE CONTROL; UNA       *
      *  SECUENCIA YA CARGADA O UN HUECO EN LA CADENA RECHAZA EL       *
      *  ARCHIVO COMPLETO ANTES DE CARGAR NADA                         *
      ******************************************************************
       1200-VALIDAR-CABECERA.
      *
           READ ARCH-BIC
               AT END
                   DISPLAY 'V13C87B - ARCHIVO DE BIC VACIO'
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           IF  BIC-HDR-MARCA NOT EQUAL CT-HDR-MARCA
            OR BIC-HDR-SECUENCIA NOT NUMERIC
            OR BIC-HDR-FEC-GENERA NOT NUMERIC
            OR BIC-HDR-CANT NOT NUMERIC
               DISPLAY 'V13C87B - ARCHIVO SIN CABECERA DE CONTROL'
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE BIC-HDR-FEC-GENERA         TO WS-FEC-GENERA
           MOVE BIC-HDR-CANT-R             TO WS-CANT-ANUNCIADA
      *
           INITIALIZE V1WC976
           SET W976-88-VALIDAR             TO TRUE
           MOVE CT-FEED-BIC                TO W976-COD-FEED
           MOVE BIC-HDR-SECUENCIA-R        TO W976-NUM-SECUENCIA
           MOVE BIC-HDR-FEC-GENERA         TO W976-FEC-GENERACION
           CALL CT-V19C076 USING V1WC976
      *
           IF  NOT W976-88-CONFORME
               DISPLAY 'V13C87B - ARCHIVO RECHAZADO POR CONTROL '
                       'DE SECUENCIA, RETORNO: ' W976-RETORNO
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               SET W925-88-CRITICO         TO TRUE
               MOVE 'DIRECTORIO BIC RECHAZADO POR SECUENCIA'
                                           TO W925-TEXTO
               CALL CT-V19C025 USING V1WC925
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE 8                      TO RETURN-CODE
               STOP RUN
           END-IF
      *
           .
       1200-VALIDAR-CABECERA-EXIT.
           EXIT.
      ******************************************************************
      *                        2000-PROCESO                            *
      ******************************************************************
       2000-PROCESO.
      *
           SET NO-FIN-ARCHIVO              TO TRUE
      *
           PERFORM LEER-ARCHIVO
      *
           PERFORM 5000-PROCESAR-BIC
              THRU 5000-PROCESAR-BIC-EXIT
             UNTIL FIN-ARCHIVO
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-ARCHIVO
      ******************************************************************
       LEER-ARCHIVO.
      *
           READ ARCH-BIC
               AT END
                   SET FIN-ARCHIVO         TO TRUE
           END-READ
      *
           .
      ******************************************************************
      *                      5000-PROCESAR-BIC                         *
      ******************************************************************
       5000-PROCESAR-BIC.
      *
           ADD 1                           TO CN-REGISTROS-LEIDOS
           MOVE BIC-TIP-MOVIMIENTO         TO SW-MOVIMIENTO
           MOVE BIC-CODIGO                 TO WS-BIC
      *
      *    BANCO Y PAIS EN LETRAS, LOCALIDAD PRESENTE Y SUCURSAL
      *    COMPLETA O EN BLANCO
           IF  NOT (SW-88-MOV-ALTA OR SW-88-MOV-MODIFICA OR
                    SW-88-MOV-BAJA)
            OR WS-BIC(1:6) NOT ALPHABETIC-UPPER
            OR WS-BIC(1:1) EQUAL SPACE
            OR WS-BIC(6:1) EQUAL SPACE
            OR WS-BIC(7:1) EQUAL SPACE
            OR WS-BIC(8:1) EQUAL SPACE
            OR (WS-BIC(9:3) NOT EQUAL SPACES AND
                (WS-BIC(9:1) EQUAL SPACE OR
                 WS-BIC(11:1) EQUAL SPACE))
               ADD 1                       TO CN-REGISTROS-ERRADOS
               DISPLAY 'V13C87B - REGISTRO ERRADO: '
                       BIC-TIP-MOVIMIENTO ' ' BIC-CODIGO ' '
                       BIC-COD-PAIS
               PERFORM LEER-ARCHIVO
               GO TO 5000-PROCESAR-BIC-EXIT
           END-IF
      *
           IF  WS-BIC(9:3) EQUAL SPACES
               MOVE CT-OFICINA-PRINCIPAL   TO WS-BIC(9:3)
           END-IF
      *
           MOVE WS-BIC                     TO COD-BIC
           MOVE WS-FEC-GENERA              TO FEC-ACTUALIZA-BIC
      *
           IF  SW-88-MOV-BAJA
               PERFORM 5200-BAJA-BIC
                  THRU 5200-BAJA-BIC-EXIT
           ELSE
               PERFORM 5100-GRABAR-BIC
                  THRU 5100-GRABAR-BIC-EXIT
           END-IF
      *
           PERFORM LEER-ARCHIVO
      *
           .
       5000-PROCESAR-BIC-EXIT.
           EXIT.
      ******************************************************************
      *                      5100-GRABAR-BIC                           *
      *  ALTA Y MODIFICACION SON LA MISMA OPERACION: EL BIC QUEDA      *
      *  ACTIVO CON LOS DATOS DEL ARCHIVO, EXISTA O NO                 *
      ******************************************************************
       5100-GRABAR-BIC.
      *
           MOVE BIC-NOM-INSTITUCION        TO NOM-INSTITUCION-BIC
           MOVE BIC-NOM-CIUDAD             TO NOM-CIUDAD-BIC
           MOVE BIC-COD-PAIS               TO COD-PAIS-BIC
           MOVE CT-ACTIVO                  TO IND-ACTIVO-BIC
      *
           EXEC SQL
               UPDATE V1DT169
                  SET NOM_INSTITUCION = :NOM-INSTITUCION-BIC,
                      NOM_CIUDAD      = :NOM-CIUDAD-BIC,
                      COD_PAIS        = :COD-PAIS-BIC,
                      IND_ACTIVO      = :IND-ACTIVO-BIC,
                      FEC_ACTUALIZA   = :FEC-ACTUALIZA-BIC
                WHERE COD_BIC         = :COD-BIC
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-MODIFICACIONES
                   GO TO 5100-GRABAR-BIC-EXIT

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           EXEC SQL
               INSERT INTO V1DT169
                   (COD_BIC,
                    NOM_INSTITUCION,
                    NOM_CIUDAD,
                    COD_PAIS,
                    IND_ACTIVO,
                    FEC_ACTUALIZA)
               VALUES
                   (:COD-BIC,
                    :NOM-INSTITUCION-BIC,
                    :NOM-CIUDAD-BIC,
                    :COD-PAIS-BIC,
                    :IND-ACTIVO-BIC,
                    :FEC-ACTUALIZA-BIC)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD 1                           TO CN-ALTAS
      *
           .
       5100-GRABAR-BIC-EXIT.
           EXIT.
      ******************************************************************
      *                        5200-BAJA-BIC                           *
      *  EL BIC RETIRADO QUEDA INACTIVO: LA VALIDACION LO DISTINGUE    *
      *  DE UN BIC QUE NUNCA EXISTIO                                   *
      ******************************************************************
       5200-BAJA-BIC.
      *
           MOVE CT-INACTIVO                TO IND-ACTIVO-BIC
      *
           EXEC SQL
               UPDATE V1DT169
                  SET IND_ACTIVO    = :IND-ACTIVO-BIC,
                      FEC_ACTUALIZA = :FEC-ACTUALIZA-BIC
                WHERE COD_BIC       = :COD-BIC
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-BAJAS

               WHEN DB2-NOTFND
                   ADD 1                   TO CN-BAJAS-DESCONOCIDAS

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       5200-BAJA-BIC-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      *  UN ARCHIVO TRUNCADO DEJARIA MEDIO DIRECTORIO ACTUALIZADO: SI  *
      *  NO TRAE LOS REGISTROS QUE ANUNCIA LA CABECERA SE DESHACE TODO *
      ******************************************************************
       6000-FIN.
      *
           IF  CN-REGISTROS-LEIDOS NOT EQUAL WS-CANT-ANUNCIADA
               DISPLAY 'V13C87B - ARCHIVO INCOMPLETO, ANUNCIADOS: '
                       WS-CANT-ANUNCIADA ' LEIDOS: '
                       CN-REGISTROS-LEIDOS
               PERFORM 9000-RECHAZAR-ARCHIVO
                  THRU 9000-RECHAZAR-ARCHIVO-EXIT
           END-IF
      *
           CLOSE ARCH-BIC
      *
           SET W976-88-CONFIRMAR           TO TRUE
           MOVE CN-REGISTROS-LEIDOS        TO W976-CANT-REGISTROS
           CALL CT-V19C076 USING V1WC976
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           IF  CN-REGISTROS-ERRADOS GREATER ZEROES
               MOVE 4                      TO RETURN-CODE
           END-IF
      *
           DISPLAY 'V13C87B - REGISTROS LEIDOS:       '
                   CN-REGISTROS-LEIDOS
           DISPLAY 'V13C87B - REGISTROS ERRADOS:      '
                   CN-REGISTROS-ERRADOS
           DISPLAY 'V13C87B - BIC DADOS DE ALTA:      '
                   CN-ALTAS
           DISPLAY 'V13C87B - BIC MODIFICADOS:        '
                   CN-MODIFICACIONES
           DISPLAY 'V13C87B - BIC DADOS DE BAJA:      '
                   CN-BAJAS
           DISPLAY 'V13C87B - BAJAS DE BIC NO CARGADO:'
                   CN-BAJAS-DESCONOCIDAS
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-REGISTROS-LEIDOS        TO W924-CANT-LEIDOS
           MOVE CN-ALTAS                   TO W924-CANT-GRABADOS
           COMPUTE W924-CANT-ACTUALIZADOS = CN-MODIFICACIONES
                                          + CN-BAJAS
           MOVE RETURN-CODE                TO W924-COD-RETORNO
           CALL CT-V19C024 USING V1WC924
      *
           .
       6000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *                   9000-RECHAZAR-ARCHIVO                        *
      *  DESHACE LO CARGADO EN ESTA CORRIDA, DEJA EL EVENTO CRITICO Y  *
      *  TERMINA SIN CONFIRMAR EL ARCHIVO                              *
      ******************************************************************
       9000-RECHAZAR-ARCHIVO.
      *
           EXEC SQL
               ROLLBACK
           END-EXEC
      *
           INITIALIZE V1WC925
           MOVE CT-PROGRAMA                TO W925-PROGRAMA
           SET W925-88-CRITICO             TO TRUE
           MOVE 'DIRECTORIO BIC INCOMPLETO, CARGA DESHECHA'
                                           TO W925-TEXTO
           CALL CT-V19C025 USING V1WC925
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           CLOSE ARCH-BIC
      *
           MOVE 12                         TO RETURN-CODE
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-REGISTROS-LEIDOS        TO W924-CANT-LEIDOS
           MOVE ZEROES                     TO W924-CANT-GRABADOS
                                              W924-CANT-ACTUALIZADOS
           MOVE RETURN-CODE                TO W924-COD-RETORNO
           CALL CT-V19C024 USING V1WC924
      *
           STOP RUN
           .
       9000-RECHAZAR-ARCHIVO-EXIT.
           EXIT.
      ******************************************************************
      *                       9999-ABEND-DB2                           *
      *  SE TERMINA EL PROCESO CUANDO SE PRODUCE UN ERROR DB2          *
      ******************************************************************
       9999-ABEND-DB2.
      *
           DISPLAY 'V13C87B - ERROR DB2 SQLCODE: ' SQLCODE
      *
           EXEC SQL
               ROLLBACK
           END-EXEC
      *
           MOVE 16                         TO RETURN-CODE
      *
           STOP RUN
           .
       9999-ABEND-DB2-EXIT.
           EXIT.
