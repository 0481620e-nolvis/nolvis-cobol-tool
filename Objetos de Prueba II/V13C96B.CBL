      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C96B                                             *
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
      * ARCHIVO DE ENTRADA: ENTLIS (LISTA OFICIAL DE SANCIONES DE UNA  *
      *  FUENTE: OFAC SDN, CONSEJO DE SEGURIDAD DE LA ONU O LISTA      *
      *  LOCAL, CONVERTIDA AL FORMATO FIJO DE LA CARGA, ORDENADA POR   *
      *  IDENTIFICADOR DE LA LISTA, CON CABECERA DE CONTROL QUE TRAE   *
      *  LA FUENTE Y LA VERSION PUBLICADA).  EL TRABAJO CORRE UN PASO  *
      *  POR CADA LISTA RECIBIDA                                       *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: NINGUNO (PROPUESTAS PENDIENTES EN V1DT037 Y *
      *  ESTADISTICAS DE LA VERSION EN V1DT181)                        *
      * ------------------                                             *
      * PROCESO GLOBAL: CARGA AUTOMATICA DE LAS LISTAS OFICIALES DE    *
      *  SANCIONES EN LA LISTA DE VIGILANCIA (V1DT014).  LA CARGA NO   *
      *  TOCA LA TABLA VIVA: CRUZA LA LISTA CON LAS ENTRADAS DE SU     *
      *  MISMA FUENTE POR IDENTIFICADOR DE LA LISTA Y DEJA CADA        *
      *  DIFERENCIA COMO CAMBIO PENDIENTE EN V1DT037 PARA QUE          *
      *  CUMPLIMIENTO LO APRUEBE EN V12C72Z:                           *
      *  - IDENTIFICADOR NUEVO EN LA LISTA: ALTA;                      *
      *  - IDENTIFICADOR CON RIF O NOMBRE DISTINTOS, O DADO DE BAJA    *
      *    Y VUELTO A DESIGNAR: MODIFICACION;                          *
      *  - ENTRADA VIGENTE QUE YA NO VIENE EN LA LISTA: BAJA, QUE      *
      *    CIERRA SU VIGENCIA EL DIA ANTERIOR A LA GENERACION DE LA    *
      *    LISTA (LA ENTRADA NO SE BORRA, PARA QUE LOS COTEJOS         *
      *    ANTERIORES SIGAN TENIENDO SU RESPALDO).                     *
      *  EL NOMBRE SE PROPONE TAL COMO LO PUBLICA LA LISTA; V12C72Z LO *
      *  NORMALIZA AL APLICARLO CON LA MISMA REGLA DE V12C46M.  LAS    *
      *  ENTRADAS CARGADAS A MANO EN V12C46M (SIN IDENTIFICADOR DE     *
      *  LISTA) NO SE TOCAN.  UN IDENTIFICADOR CON UN CAMBIO AUN       *
      *  PENDIENTE NO SE VUELVE A PROPONER.  EL ARCHIVO SE CONTROLA    *
      *  CON EL REGISTRO DE ARCHIVOS (V19C076) CON UN CODIGO POR       *
      *  FUENTE; UNA LISTA FUERA DE ORDEN O CON MENOS REGISTROS DE LOS *
      *  QUE ANUNCIA SU CABECERA SE RECHAZA SIN PROPONER NADA, PORQUE  *
      *  DARIA DE BAJA A QUIEN FALTE.  AL TERMINAR SE GRABAN LAS       *
      *  ESTADISTICAS DE LA VERSION CARGADA EN V1DT181                 *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C96B.
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
           SELECT ARCH-LISTA           ASSIGN TO ENTLIS
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
       FD  ARCH-LISTA
           RECORDING MODE IS F.
      *
       01  REG-LISTA.
           05  LIS-ID-LISTA                PIC X(15).
           05  LIS-IDF-RIF                 PIC X(15).
           05  LIS-NOMBRE                  PIC X(40).
           05  LIS-FEC-DESIGNA             PIC X(08).
           05  FILLER                      PIC X(22).
      *
       01  REG-CABECERA-LISTA.
           05  LIS-HDR-MARCA               PIC X(03).
           05  LIS-HDR-SECUENCIA           PIC X(09).
           05  LIS-HDR-SECUENCIA-R REDEFINES LIS-HDR-SECUENCIA
                                           PIC 9(09).
           05  LIS-HDR-FEC-GENERA          PIC X(08).
           05  LIS-HDR-FEC-GENERA-R REDEFINES LIS-HDR-FEC-GENERA
                                           PIC 9(08).
           05  LIS-HDR-CANT                PIC X(07).
           05  LIS-HDR-CANT-R REDEFINES LIS-HDR-CANT
                                           PIC 9(07).
           05  LIS-HDR-FUENTE              PIC X(04).
           05  LIS-HDR-VERSION             PIC X(12).
           05  FILLER                      PIC X(57).
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
           05  WS-FEC-GENERA               PIC 9(08)   VALUE ZEROES.
           05  WS-FEC-GENERA-ALFA REDEFINES WS-FEC-GENERA
                                           PIC X(08).
           05  WS-FEC-CIERRE               PIC 9(08)   VALUE ZEROES.
           05  WS-FEC-CIERRE-ALFA REDEFINES WS-FEC-CIERRE
                                           PIC X(08).
           05  WS-CANT-ANUNCIADA           PIC 9(07)   VALUE ZEROES.
           05  WS-COD-FUENTE               PIC X(04)   VALUE SPACES.
           05  WS-NUM-VERSION              PIC X(12)   VALUE SPACES.
           05  WS-NUM-SECUENCIA            PIC 9(09)   VALUE ZEROES.
           05  WS-COD-FEED                 PIC X(08)   VALUE SPACES.
           05  WS-CLAVE-ARCHIVO            PIC X(15)   VALUE SPACES.
           05  WS-CLAVE-ANTERIOR           PIC X(15)   VALUE LOW-VALUES.
           05  WS-CLAVE-REGISTRO           PIC X(15)   VALUE SPACES.
           05  WS-PENDIENTES               PIC S9(09)  COMP
                                                       VALUE ZEROES.
      *
      *    CLAVE DE V1DT014 EN V1DT037: FUENTE(4) IDENTIFICADOR(15)
      *
           05  WS-CLAVE-CAMBIO.
               10  WS-CLA-COD-FUENTE       PIC X(04)   VALUE SPACES.
               10  WS-CLA-ID-LISTA         PIC X(15)   VALUE SPACES.
               10  FILLER                  PIC X(01)   VALUE SPACES.
      *
      *    IMAGEN DE V1DT014 EN V1DT037: RIF(15) NOMBRE(40) DESDE(8)
      *    HASTA(8)
      *
           05  WS-IMG-ACTUAL.
               10  WS-ACT-IDF-RIF          PIC X(15)   VALUE SPACES.
               10  WS-ACT-NOMBRE           PIC X(40)   VALUE SPACES.
               10  WS-ACT-FEC-DESDE        PIC X(08)   VALUE SPACES.
               10  WS-ACT-FEC-HASTA        PIC X(08)   VALUE SPACES.
           05  WS-IMG-NUEVA.
               10  WS-NVA-IDF-RIF          PIC X(15)   VALUE SPACES.
               10  WS-NVA-NOMBRE           PIC X(40)   VALUE SPACES.
               10  WS-NVA-FEC-DESDE        PIC X(08)   VALUE SPACES.
               10  WS-NVA-FEC-HASTA        PIC X(08)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-ARCHIVO              PIC X(01)   VALUE 'N'.
               88  FIN-ARCHIVO                         VALUE 'S'.
               88  NO-FIN-ARCHIVO                      VALUE 'N'.
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-ENTRADA                  PIC X(01)   VALUE 'S'.
               88  ENTRADA-VALIDA                      VALUE 'S'.
               88  ENTRADA-ERRADA                      VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C96B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-V19C076                  PIC X(08)   VALUE 'V19C076'.
           05  CT-PREFIJO-FEED             PIC X(03)   VALUE 'LST'.
           05  CT-HDR-MARCA                PIC X(03)   VALUE 'HDR'.
           05  CT-TABLA-LISTA              PIC X(08)   VALUE 'V1DT014'.
           05  CT-CAMBIO-PENDIENTE         PIC X(01)   VALUE 'P'.
           05  CT-ACCION-ALTA              PIC X(01)   VALUE 'A'.
           05  CT-ACCION-MODIFICA          PIC X(01)   VALUE 'M'.
           05  CT-ACCION-BAJA              PIC X(01)   VALUE 'B'.
           05  CT-FEC-ABIERTA              PIC X(08)   VALUE '99991231'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-REGISTROS-LEIDOS         PIC 9(07)   VALUE ZEROES.
           05  CN-REGISTROS-ERRADOS        PIC 9(07)   VALUE ZEROES.
           05  CN-ENTRADAS-LEIDAS          PIC 9(07)   VALUE ZEROES.
           05  CN-ALTAS                    PIC 9(07)   VALUE ZEROES.
           05  CN-MODIFICACIONES           PIC 9(07)   VALUE ZEROES.
           05  CN-BAJAS                    PIC 9(07)   VALUE ZEROES.
           05  CN-SIN-CAMBIO               PIC 9(07)   VALUE ZEROES.
           05  CN-YA-PENDIENTES            PIC 9(07)   VALUE ZEROES.
           05  CN-PROPUESTAS               PIC 9(07)   VALUE ZEROES.
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
               INCLUDE V1GT037
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT014
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT181
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    ENTRADAS DE LA FUENTE CARGADAS DESDE SU LISTA OFICIAL, EN EL
      *    MISMO ORDEN QUE EL ARCHIVO
      *
           EXEC SQL
               DECLARE V13C96B-V1DC9611
               CURSOR FOR
               SELECT COD_ID_LISTA,
                      IDF_RIF,
                      NOM_LISTA,
                      FEC_DESDE,
                      FEC_HASTA
               FROM V1DT014
               WHERE COD_FUENTE    = :WS-COD-FUENTE
                 AND COD_ID_LISTA <> ' '
               ORDER BY COD_ID_LISTA
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
           OPEN INPUT ARCH-LISTA
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
      *  EL PRIMER REGISTRO DEBE SER LA CABECERA DE CONTROL CON LA     *
      *  FUENTE Y LA VERSION DE LA LISTA.  CADA FUENTE LLEVA SU PROPIA *
      *  CADENA DE SECUENCIAS EN EL REGISTRO DE ARCHIVOS ('LST' +      *
      *  FUENTE); UNA SECUENCIA YA CARGADA O UN HUECO EN LA CADENA     *
      *  RECHAZA EL ARCHIVO COMPLETO ANTES DE PROPONER NADA.  LA FECHA *
      *  DE GENERACION FIJA EL CIERRE DE QUIEN YA NO VIENE EN LA LISTA *
      ******************************************************************
       1200-VALIDAR-CABECERA.
      *
           READ ARCH-LISTA
               AT END
                   DISPLAY 'V13C96B - ARCHIVO DE LISTA VACIO'
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           IF  LIS-HDR-MARCA NOT EQUAL CT-HDR-MARCA
            OR LIS-HDR-SECUENCIA NOT NUMERIC
            OR LIS-HDR-FEC-GENERA NOT NUMERIC
            OR LIS-HDR-CANT NOT NUMERIC
            OR LIS-HDR-FUENTE EQUAL SPACES
            OR LIS-HDR-VERSION EQUAL SPACES
               DISPLAY 'V13C96B - ARCHIVO SIN CABECERA DE CONTROL'
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE LIS-HDR-FEC-GENERA-R       TO WS-FEC-GENERA
           MOVE LIS-HDR-CANT-R             TO WS-CANT-ANUNCIADA
           MOVE LIS-HDR-SECUENCIA-R        TO WS-NUM-SECUENCIA
           MOVE LIS-HDR-FUENTE             TO WS-COD-FUENTE
           MOVE LIS-HDR-VERSION            TO WS-NUM-VERSION
           COMPUTE WS-FEC-CIERRE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FEC-GENERA) - 1)
      *
           MOVE SPACES                     TO WS-COD-FEED
           STRING CT-PREFIJO-FEED          DELIMITED BY SIZE
                  WS-COD-FUENTE            DELIMITED BY SPACE
                  INTO WS-COD-FEED
           END-STRING
      *
           DISPLAY 'V13C96B - LISTA ' WS-COD-FUENTE
                   ' VERSION ' WS-NUM-VERSION
                   ' GENERADA ' WS-FEC-GENERA-ALFA
      *
           INITIALIZE V1WC976
           SET W976-88-VALIDAR             TO TRUE
           MOVE WS-COD-FEED                TO W976-COD-FEED
           MOVE LIS-HDR-SECUENCIA-R        TO W976-NUM-SECUENCIA
           MOVE LIS-HDR-FEC-GENERA         TO W976-FEC-GENERACION
           CALL CT-V19C076 USING V1WC976
      *
           IF  NOT W976-88-CONFORME
               DISPLAY 'V13C96B - ARCHIVO RECHAZADO POR CONTROL '
                       'DE SECUENCIA, RETORNO: ' W976-RETORNO
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               SET W925-88-CRITICO         TO TRUE
               STRING 'LISTA DE SANCIONES '
                      WS-COD-FUENTE
                      ' RECHAZADA POR SECUENCIA'
                      DELIMITED BY SIZE
                      INTO W925-TEXTO
               END-STRING
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
      *  CRUCE POR IDENTIFICADOR DE LA LISTA CON LAS ENTRADAS DE LA    *
      *  MISMA FUENTE; EL LADO AGOTADO TOMA HIGH-VALUES COMO CLAVE     *
      ******************************************************************
       2000-PROCESO.
      *
           SET NO-FIN-ARCHIVO              TO TRUE
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C96B-V1DC9611
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-ARCHIVO
           PERFORM LEER-ENTRADA
      *
           PERFORM 2100-CRUZAR
              THRU 2100-CRUZAR-EXIT
             UNTIL FIN-ARCHIVO
               AND FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C96B-V1DC9611
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-ARCHIVO
      *  UNA LISTA DESORDENADA O CON IDENTIFICADORES REPETIDOS NO SE   *
      *  PUEDE CRUZAR: SE DESHACE TODO LO PROPUESTO Y SE RECHAZA       *
      ******************************************************************
       LEER-ARCHIVO.
      *
           READ ARCH-LISTA
               AT END
                   SET FIN-ARCHIVO         TO TRUE
                   MOVE HIGH-VALUES        TO WS-CLAVE-ARCHIVO
           END-READ
      *
           IF  NO-FIN-ARCHIVO
               ADD 1                       TO CN-REGISTROS-LEIDOS
               MOVE LIS-ID-LISTA           TO WS-CLAVE-ARCHIVO
               IF  WS-CLAVE-ARCHIVO NOT GREATER WS-CLAVE-ANTERIOR
                   DISPLAY 'V13C96B - LISTA FUERA DE ORDEN EN EL '
                           'IDENTIFICADOR: ' LIS-ID-LISTA
                   PERFORM 9000-RECHAZAR-LISTA
                      THRU 9000-RECHAZAR-LISTA-EXIT
               END-IF
               MOVE WS-CLAVE-ARCHIVO       TO WS-CLAVE-ANTERIOR
           END-IF
      *
           .
      ******************************************************************
      * LEER-ENTRADA
      ******************************************************************
       LEER-ENTRADA.
      *
           EXEC SQL
               FETCH V13C96B-V1DC9611
               INTO :COD-ID-LISTA,
                    :IDF-RIF,
                    :NOM-LISTA,
                    :DCLV1DT014.FEC-DESDE,
                    :DCLV1DT014.FEC-HASTA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-ENTRADAS-LEIDAS
                   MOVE COD-ID-LISTA       TO WS-CLAVE-REGISTRO
                   MOVE IDF-RIF            TO WS-ACT-IDF-RIF
                   MOVE NOM-LISTA          TO WS-ACT-NOMBRE
                   MOVE FEC-DESDE OF DCLV1DT014
                                           TO WS-ACT-FEC-DESDE
                   MOVE FEC-HASTA OF DCLV1DT014
                                           TO WS-ACT-FEC-HASTA

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE
                   MOVE HIGH-VALUES        TO WS-CLAVE-REGISTRO

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                         2100-CRUZAR                            *
      ******************************************************************
       2100-CRUZAR.
      *
           EVALUATE TRUE
               WHEN WS-CLAVE-ARCHIVO LESS WS-CLAVE-REGISTRO
                   PERFORM 3000-ENTRADA-NUEVA
                      THRU 3000-ENTRADA-NUEVA-EXIT
                   PERFORM LEER-ARCHIVO

               WHEN WS-CLAVE-ARCHIVO EQUAL WS-CLAVE-REGISTRO
                   PERFORM 3100-ENTRADA-REGISTRADA
                      THRU 3100-ENTRADA-REGISTRADA-EXIT
                   PERFORM LEER-ARCHIVO
                   PERFORM LEER-ENTRADA

               WHEN OTHER
                   PERFORM 3200-ENTRADA-AUSENTE
                      THRU 3200-ENTRADA-AUSENTE-EXIT
                   PERFORM LEER-ENTRADA
           END-EVALUATE
      *
           .
       2100-CRUZAR-EXIT.
           EXIT.
      ******************************************************************
      *                     2500-VALIDAR-ENTRADA                       *
      *  ARMA LA IMAGEN NUEVA DESDE LA LISTA.  COMO EN V12C46M, LA     *
      *  ENTRADA NECESITA RIF O NOMBRE; SIN FECHA DE DESIGNACION LA    *
      *  VIGENCIA EMPIEZA EN LA FECHA DE GENERACION DE LA LISTA        *
      ******************************************************************
       2500-VALIDAR-ENTRADA.
      *
           SET ENTRADA-VALIDA              TO TRUE
      *
           IF  LIS-ID-LISTA EQUAL SPACES
            OR (LIS-IDF-RIF EQUAL SPACES AND LIS-NOMBRE EQUAL SPACES)
               SET ENTRADA-ERRADA          TO TRUE
           END-IF
      *
           MOVE SPACES                     TO WS-IMG-NUEVA
           MOVE LIS-IDF-RIF                TO WS-NVA-IDF-RIF
           MOVE LIS-NOMBRE                 TO WS-NVA-NOMBRE
           MOVE CT-FEC-ABIERTA             TO WS-NVA-FEC-HASTA
      *
           IF  LIS-FEC-DESIGNA EQUAL SPACES
            OR LIS-FEC-DESIGNA EQUAL ZEROES
               MOVE WS-FEC-GENERA-ALFA     TO WS-NVA-FEC-DESDE
           ELSE
               MOVE LIS-FEC-DESIGNA        TO WS-NVA-FEC-DESDE
               IF  LIS-FEC-DESIGNA NOT NUMERIC
                   SET ENTRADA-ERRADA      TO TRUE
               END-IF
           END-IF
      *
           IF  ENTRADA-ERRADA
               ADD 1                       TO CN-REGISTROS-ERRADOS
               DISPLAY 'V13C96B - REGISTRO ERRADO: ' LIS-ID-LISTA ' '
                       LIS-IDF-RIF ' ' LIS-FEC-DESIGNA
           END-IF
      *
           MOVE WS-COD-FUENTE              TO WS-CLA-COD-FUENTE
           MOVE LIS-ID-LISTA               TO WS-CLA-ID-LISTA
      *
           .
       2500-VALIDAR-ENTRADA-EXIT.
           EXIT.
      ******************************************************************
      *                    3000-ENTRADA-NUEVA                          *
      ******************************************************************
       3000-ENTRADA-NUEVA.
      *
           PERFORM 2500-VALIDAR-ENTRADA
              THRU 2500-VALIDAR-ENTRADA-EXIT
      *
           IF  ENTRADA-ERRADA
               GO TO 3000-ENTRADA-NUEVA-EXIT
           END-IF
      *
           MOVE CT-ACCION-ALTA             TO COD-ACCION
           MOVE WS-CLAVE-CAMBIO            TO CLAVE-CAMBIO
           MOVE SPACES                     TO IMG-ANTES
           MOVE WS-IMG-NUEVA               TO IMG-DESPUES
      *
           PERFORM 3500-GRABAR-PENDIENTE
              THRU 3500-GRABAR-PENDIENTE-EXIT
      *
           IF  WS-PENDIENTES EQUAL ZEROES
               ADD 1                       TO CN-ALTAS
           END-IF
      *
           .
       3000-ENTRADA-NUEVA-EXIT.
           EXIT.
      ******************************************************************
      *                  3100-ENTRADA-REGISTRADA                       *
      *  UNA ENTRADA VIGENTE CONSERVA SU FECHA DESDE; UNA DADA DE BAJA *
      *  QUE VUELVE A LA LISTA SE REABRE DESDE SU NUEVA DESIGNACION.   *
      *  UN REGISTRO ERRADO EN LA LISTA DEJA LA ENTRADA COMO ESTA      *
      ******************************************************************
       3100-ENTRADA-REGISTRADA.
      *
           PERFORM 2500-VALIDAR-ENTRADA
              THRU 2500-VALIDAR-ENTRADA-EXIT
      *
           IF  ENTRADA-ERRADA
               GO TO 3100-ENTRADA-REGISTRADA-EXIT
           END-IF
      *
           IF  WS-ACT-FEC-HASTA EQUAL CT-FEC-ABIERTA
               MOVE WS-ACT-FEC-DESDE       TO WS-NVA-FEC-DESDE
           END-IF
      *
           IF  WS-IMG-NUEVA EQUAL WS-IMG-ACTUAL
               ADD 1                       TO CN-SIN-CAMBIO
               GO TO 3100-ENTRADA-REGISTRADA-EXIT
           END-IF
      *
           MOVE CT-ACCION-MODIFICA         TO COD-ACCION
           MOVE WS-CLAVE-CAMBIO            TO CLAVE-CAMBIO
           MOVE WS-IMG-ACTUAL              TO IMG-ANTES
           MOVE WS-IMG-NUEVA               TO IMG-DESPUES
      *
           PERFORM 3500-GRABAR-PENDIENTE
              THRU 3500-GRABAR-PENDIENTE-EXIT
      *
           IF  WS-PENDIENTES EQUAL ZEROES
               ADD 1                       TO CN-MODIFICACIONES
           END-IF
      *
           .
       3100-ENTRADA-REGISTRADA-EXIT.
           EXIT.
      ******************************************************************
      *                   3200-ENTRADA-AUSENTE                         *
      *  SOLO SE DAN DE BAJA LAS ENTRADAS CON VIGENCIA ABIERTA; LA     *
      *  BAJA CIERRA LA VIGENCIA, NUNCA ANTES DE SU FECHA DESDE        *
      ******************************************************************
       3200-ENTRADA-AUSENTE.
      *
           IF  WS-ACT-FEC-HASTA NOT EQUAL CT-FEC-ABIERTA
               GO TO 3200-ENTRADA-AUSENTE-EXIT
           END-IF
      *
           MOVE WS-IMG-ACTUAL              TO WS-IMG-NUEVA
           IF  WS-FEC-CIERRE-ALFA LESS WS-ACT-FEC-DESDE
               MOVE WS-ACT-FEC-DESDE       TO WS-NVA-FEC-HASTA
           ELSE
               MOVE WS-FEC-CIERRE-ALFA     TO WS-NVA-FEC-HASTA
           END-IF
      *
           MOVE WS-COD-FUENTE              TO WS-CLA-COD-FUENTE
           MOVE WS-CLAVE-REGISTRO          TO WS-CLA-ID-LISTA
      *
           MOVE CT-ACCION-BAJA             TO COD-ACCION
           MOVE WS-CLAVE-CAMBIO            TO CLAVE-CAMBIO
           MOVE WS-IMG-ACTUAL              TO IMG-ANTES
           MOVE WS-IMG-NUEVA               TO IMG-DESPUES
      *
           PERFORM 3500-GRABAR-PENDIENTE
              THRU 3500-GRABAR-PENDIENTE-EXIT
      *
           IF  WS-PENDIENTES EQUAL ZEROES
               ADD 1                       TO CN-BAJAS
           END-IF
      *
           .
       3200-ENTRADA-AUSENTE-EXIT.
           EXIT.
      ******************************************************************
      *                  3500-GRABAR-PENDIENTE                         *
      *  EL SOLICITANTE ES LA PROPIA CARGA, DE MODO QUE CUALQUIER      *
      *  USUARIO DE CUMPLIMIENTO PUEDE APROBARLO EN V12C72Z.  SI EL    *
      *  IDENTIFICADOR YA TIENE UN CAMBIO PENDIENTE NO SE DUPLICA      *
      ******************************************************************
       3500-GRABAR-PENDIENTE.
      *
           MOVE CT-TABLA-LISTA             TO COD-TABLA
           MOVE CT-CAMBIO-PENDIENTE        TO EST-CAMBIO
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-PENDIENTES
               FROM V1DT037
               WHERE COD_TABLA    = :COD-TABLA
                 AND CLAVE_CAMBIO = :CLAVE-CAMBIO
                 AND EST_CAMBIO   = :EST-CAMBIO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-PENDIENTES GREATER ZEROES
               ADD 1                       TO CN-YA-PENDIENTES
               GO TO 3500-GRABAR-PENDIENTE-EXIT
           END-IF
      *
           EXEC SQL
               SELECT VALUE(MAX(SEC_CAMBIO), 0) + 1
               INTO  :SEC-CAMBIO
               FROM V1DT037
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE CT-PROGRAMA                TO COD-USUARIO-SOLICITA
           MOVE WS-FEC-HOY                 TO FEC-SOLICITA
           MOVE SPACES                     TO COD-USUARIO-APRUEBA
                                              FEC-APRUEBA
      *
           EXEC SQL
               INSERT INTO V1DT037
                   (SEC_CAMBIO,
                    COD_TABLA,
                    COD_ACCION,
                    CLAVE_CAMBIO,
                    IMG_ANTES,
                    IMG_DESPUES,
                    COD_USUARIO_SOLICITA,
                    FEC_SOLICITA,
                    EST_CAMBIO,
                    COD_USUARIO_APRUEBA,
                    FEC_APRUEBA)
               VALUES
                   (:SEC-CAMBIO,
                    :COD-TABLA,
                    :COD-ACCION,
                    :CLAVE-CAMBIO,
                    :IMG-ANTES,
                    :IMG-DESPUES,
                    :COD-USUARIO-SOLICITA,
                    :FEC-SOLICITA,
                    :EST-CAMBIO,
                    :COD-USUARIO-APRUEBA,
                    :FEC-APRUEBA)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD 1                           TO CN-PROPUESTAS
      *
           .
       3500-GRABAR-PENDIENTE-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      *  UNA LISTA TRUNCADA DARIA DE BAJA A QUIEN FALTE: SI NO TRAE    *
      *  LOS REGISTROS QUE ANUNCIA LA CABECERA SE DESHACE TODO         *
      ******************************************************************
       6000-FIN.
      *
           IF  CN-REGISTROS-LEIDOS NOT EQUAL WS-CANT-ANUNCIADA
               DISPLAY 'V13C96B - LISTA INCOMPLETA, ANUNCIADOS: '
                       WS-CANT-ANUNCIADA ' LEIDOS: '
                       CN-REGISTROS-LEIDOS
               PERFORM 9000-RECHAZAR-LISTA
                  THRU 9000-RECHAZAR-LISTA-EXIT
           END-IF
      *
           CLOSE ARCH-LISTA
      *
           PERFORM 6100-GRABAR-ESTADISTICAS
              THRU 6100-GRABAR-ESTADISTICAS-EXIT
      *
           SET W976-88-CONFIRMAR           TO TRUE
           MOVE CN-REGISTROS-LEIDOS        TO W976-CANT-REGISTROS
           CALL CT-V19C076 USING V1WC976
      *
           IF  CN-PROPUESTAS GREATER ZEROES
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               SET W925-88-INFORMATIVO     TO TRUE
               STRING 'CAMBIOS DE LA LISTA '
                      WS-COD-FUENTE
                      ' PENDIENTES DE APROBACION'
                      DELIMITED BY SIZE
                      INTO W925-TEXTO
               END-STRING
               CALL CT-V19C025 USING V1WC925
           END-IF
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           IF  CN-REGISTROS-ERRADOS GREATER ZEROES
               MOVE 4                      TO RETURN-CODE
           END-IF
      *
           DISPLAY 'V13C96B - REGISTROS DE LA LISTA LEIDOS:  '
                   CN-REGISTROS-LEIDOS
           DISPLAY 'V13C96B - REGISTROS DE LA LISTA ERRADOS: '
                   CN-REGISTROS-ERRADOS
           DISPLAY 'V13C96B - ENTRADAS DE LA FUENTE:         '
                   CN-ENTRADAS-LEIDAS
           DISPLAY 'V13C96B - ALTAS PROPUESTAS:              '
                   CN-ALTAS
           DISPLAY 'V13C96B - MODIFICACIONES PROPUESTAS:     '
                   CN-MODIFICACIONES
           DISPLAY 'V13C96B - BAJAS PROPUESTAS:              '
                   CN-BAJAS
           DISPLAY 'V13C96B - SIN CAMBIO:                    '
                   CN-SIN-CAMBIO
           DISPLAY 'V13C96B - CON CAMBIO YA PENDIENTE:       '
                   CN-YA-PENDIENTES
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-REGISTROS-LEIDOS        TO W924-CANT-LEIDOS
           MOVE CN-PROPUESTAS              TO W924-CANT-GRABADOS
           MOVE ZEROES                     TO W924-CANT-ACTUALIZADOS
           MOVE RETURN-CODE                TO W924-COD-RETORNO
           CALL CT-V19C024 USING V1WC924
      *
           .
       6000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *                  6100-GRABAR-ESTADISTICAS                      *
      *  UNA FILA POR FUENTE Y VERSION; SI LA MISMA VERSION SE RECIBE  *
      *  DE NUEVO (REENVIO CON OTRA SECUENCIA) SU FILA SE ACTUALIZA    *
      *  CON LA ULTIMA CARGA                                           *
      ******************************************************************
       6100-GRABAR-ESTADISTICAS.
      *
           MOVE WS-COD-FUENTE              TO COD-FUENTE-EST
           MOVE WS-NUM-VERSION             TO NUM-VERSION-EST
           MOVE WS-NUM-SECUENCIA           TO NUM-SECUENCIA-EST
           MOVE WS-FEC-GENERA-ALFA         TO FEC-LISTA-EST
           MOVE WS-FEC-HOY                 TO FEC-CARGA-EST
           MOVE CN-REGISTROS-LEIDOS        TO CANT-REGISTROS-EST
           MOVE CN-REGISTROS-ERRADOS       TO CANT-ERRADOS-EST
           MOVE CN-ALTAS                   TO CANT-ALTAS-EST
           MOVE CN-MODIFICACIONES          TO CANT-MODIFICA-EST
           MOVE CN-BAJAS                   TO CANT-BAJAS-EST
           MOVE CN-SIN-CAMBIO              TO CANT-SIN-CAMBIO-EST
           MOVE CN-YA-PENDIENTES           TO CANT-PENDIENTES-EST
      *
           EXEC SQL
               INSERT INTO V1DT181
                   (COD_FUENTE,
                    NUM_VERSION,
                    NUM_SECUENCIA,
                    FEC_LISTA,
                    FEC_CARGA,
                    CANT_REGISTROS,
                    CANT_ERRADOS,
                    CANT_ALTAS,
                    CANT_MODIFICA,
                    CANT_BAJAS,
                    CANT_SIN_CAMBIO,
                    CANT_PENDIENTES)
               VALUES
                   (:COD-FUENTE-EST,
                    :NUM-VERSION-EST,
                    :NUM-SECUENCIA-EST,
                    :FEC-LISTA-EST,
                    :FEC-CARGA-EST,
                    :CANT-REGISTROS-EST,
                    :CANT-ERRADOS-EST,
                    :CANT-ALTAS-EST,
                    :CANT-MODIFICA-EST,
                    :CANT-BAJAS-EST,
                    :CANT-SIN-CAMBIO-EST,
                    :CANT-PENDIENTES-EST)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-DUPREC
                   PERFORM 6150-ACTUALIZAR-ESTADISTICAS
                      THRU 6150-ACTUALIZAR-ESTADISTICAS-EXIT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       6100-GRABAR-ESTADISTICAS-EXIT.
           EXIT.
      ******************************************************************
      *                6150-ACTUALIZAR-ESTADISTICAS                    *
      ******************************************************************
       6150-ACTUALIZAR-ESTADISTICAS.
      *
           EXEC SQL
               UPDATE V1DT181
                  SET NUM_SECUENCIA   = :NUM-SECUENCIA-EST,
                      FEC_LISTA       = :FEC-LISTA-EST,
                      FEC_CARGA       = :FEC-CARGA-EST,
                      CANT_REGISTROS  = :CANT-REGISTROS-EST,
                      CANT_ERRADOS    = :CANT-ERRADOS-EST,
                      CANT_ALTAS      = :CANT-ALTAS-EST,
                      CANT_MODIFICA   = :CANT-MODIFICA-EST,
                      CANT_BAJAS      = :CANT-BAJAS-EST,
                      CANT_SIN_CAMBIO = :CANT-SIN-CAMBIO-EST,
                      CANT_PENDIENTES = :CANT-PENDIENTES-EST
                WHERE COD_FUENTE      = :COD-FUENTE-EST
                  AND NUM_VERSION     = :NUM-VERSION-EST
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       6150-ACTUALIZAR-ESTADISTICAS-EXIT.
           EXIT.
      ******************************************************************
      *                   9000-RECHAZAR-LISTA                          *
      *  DESHACE LAS PROPUESTAS DE ESTA CORRIDA, DEJA EL EVENTO        *
      *  CRITICO Y TERMINA SIN CONFIRMAR EL ARCHIVO                    *
      ******************************************************************
       9000-RECHAZAR-LISTA.
      *
           EXEC SQL
               ROLLBACK
           END-EXEC
      *
           INITIALIZE V1WC925
           MOVE CT-PROGRAMA                TO W925-PROGRAMA
           SET W925-88-CRITICO             TO TRUE
           STRING 'LISTA DE SANCIONES '
                  WS-COD-FUENTE
                  ' DESORDENADA O INCOMPLETA'
                  DELIMITED BY SIZE
                  INTO W925-TEXTO
           END-STRING
           CALL CT-V19C025 USING V1WC925
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           CLOSE ARCH-LISTA
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
       9000-RECHAZAR-LISTA-EXIT.
           EXIT.
      ******************************************************************
      *                       9999-ABEND-DB2                           *
      *  SE TERMINA EL PROCESO CUANDO SE PRODUCE UN ERROR DB2          *
      ******************************************************************
       9999-ABEND-DB2.
      *
           DISPLAY 'V13C96B - ERROR DB2 SQLCODE: ' SQLCODE
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
