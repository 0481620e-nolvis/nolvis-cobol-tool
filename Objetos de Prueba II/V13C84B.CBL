      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C84B                                             *
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
      * ARCHIVO DE ENTRADA: ENTRRHH (EXTRACTO COMPLETO DE RECURSOS     *
      *  HUMANOS CON LOS EMPLEADOS Y DIRECTORES VIGENTES O CON EGRESO  *
      *  RECIENTE, ORDENADO POR DOCUMENTO, CON CABECERA DE CONTROL)    *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: NINGUNO (PROPUESTAS PENDIENTES EN V1DT037)  *
      * ------------------                                             *
      * PROCESO GLOBAL: CARGA DEL REGISTRO DE EMPLEADOS Y PARTES       *
      *  VINCULADAS (V1DT166) DESDE RECURSOS HUMANOS.  LA CARGA NO     *
      *  TOCA LA TABLA VIVA: CRUZA EL EXTRACTO CON EL REGISTRO POR     *
      *  DOCUMENTO Y DEJA CADA DIFERENCIA COMO CAMBIO PENDIENTE EN     *
      *  V1DT037 PARA QUE CUMPLIMIENTO LO APRUEBE EN V12C72Z:          *
      *  - DOCUMENTO NUEVO EN EL EXTRACTO: ALTA;                       *
      *  - DOCUMENTO CON DATOS DISTINTOS A LOS DEL REGISTRO:           *
      *    MODIFICACION;                                               *
      *  - EMPLEADO O DIRECTOR VIGENTE EN EL REGISTRO QUE YA NO VIENE  *
      *    EN EL EXTRACTO: MODIFICACION QUE CIERRA SU VIGENCIA EL DIA  *
      *    ANTERIOR A LA GENERACION DEL EXTRACTO.                      *
      *  LOS FAMILIARES Y EMPRESAS VINCULADAS SE MANTIENEN EN LA       *
      *  PANTALLA V13C83M Y LA CARGA NO LOS CIERRA.  UN DOCUMENTO CON  *
      *  UN CAMBIO AUN PENDIENTE NO SE VUELVE A PROPONER.  EL ARCHIVO  *
      *  SE CONTROLA CON EL REGISTRO DE ARCHIVOS (V19C076); UN         *
      *  EXTRACTO FUERA DE ORDEN O CON MENOS REGISTROS DE LOS QUE      *
      *  ANUNCIA SU CABECERA SE RECHAZA SIN PROPONER NADA, PORQUE      *
      *  CERRARIA LA VIGENCIA DE QUIEN FALTE                           *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C84B.
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
           SELECT ARCH-RRHH            ASSIGN TO ENTRRHH
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
       FD  ARCH-RRHH
           RECORDING MODE IS F.
      *
       01  REG-EMPLEADO.
           05  EMP-NUM-DOC                 PIC X(15).
           05  EMP-NOMBRE                  PIC X(40).
           05  EMP-TIP-RELACION            PIC X(01).
           05  EMP-DEPARTAMENTO            PIC X(06).
           05  EMP-OFICINA                 PIC X(04).
           05  EMP-USUARIO                 PIC X(08).
           05  EMP-FEC-INGRESO             PIC X(08).
           05  EMP-FEC-EGRESO              PIC X(08).
           05  FILLER                      PIC X(10).
      *
       01  REG-CABECERA-RRHH.
           05  EMP-HDR-MARCA               PIC X(03).
           05  EMP-HDR-SECUENCIA           PIC X(09).
           05  EMP-HDR-SECUENCIA-R REDEFINES EMP-HDR-SECUENCIA
                                           PIC 9(09).
           05  EMP-HDR-FEC-GENERA          PIC X(08).
           05  EMP-HDR-FEC-GENERA-R REDEFINES EMP-HDR-FEC-GENERA
                                           PIC 9(08).
           05  EMP-HDR-CANT                PIC X(07).
           05  EMP-HDR-CANT-R REDEFINES EMP-HDR-CANT
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
           05  WS-FEC-GENERA               PIC 9(08)   VALUE ZEROES.
           05  WS-FEC-CIERRE               PIC 9(08)   VALUE ZEROES.
           05  WS-FEC-CIERRE-ALFA REDEFINES WS-FEC-CIERRE
                                           PIC X(08).
           05  WS-CANT-ANUNCIADA           PIC 9(07)   VALUE ZEROES.
           05  WS-CLAVE-ARCHIVO            PIC X(15)   VALUE SPACES.
           05  WS-CLAVE-ANTERIOR           PIC X(15)   VALUE LOW-VALUES.
           05  WS-CLAVE-REGISTRO           PIC X(15)   VALUE SPACES.
           05  WS-PENDIENTES               PIC S9(09)  COMP
                                                       VALUE ZEROES.
      *
      *    IMAGEN DE V1DT166 EN V1DT037: RELACION(1) DEPARTAMENTO(6)
      *    OFICINA(4) USUARIO(8) DESDE(8) HASTA(8) NOMBRE(40)
      *
           05  WS-IMG-ACTUAL.
               10  WS-ACT-TIP-RELACION     PIC X(01)   VALUE SPACES.
               10  WS-ACT-DEPARTAMENTO     PIC X(06)   VALUE SPACES.
               10  WS-ACT-OFICINA          PIC X(04)   VALUE SPACES.
               10  WS-ACT-USUARIO          PIC X(08)   VALUE SPACES.
               10  WS-ACT-FEC-DESDE        PIC X(08)   VALUE SPACES.
               10  WS-ACT-FEC-HASTA        PIC X(08)   VALUE SPACES.
               10  WS-ACT-NOMBRE           PIC X(40)   VALUE SPACES.
           05  WS-IMG-NUEVA.
               10  WS-NVA-TIP-RELACION     PIC X(01)   VALUE SPACES.
               10  WS-NVA-DEPARTAMENTO     PIC X(06)   VALUE SPACES.
               10  WS-NVA-OFICINA          PIC X(04)   VALUE SPACES.
               10  WS-NVA-USUARIO          PIC X(08)   VALUE SPACES.
               10  WS-NVA-FEC-DESDE        PIC X(08)   VALUE SPACES.
               10  WS-NVA-FEC-HASTA        PIC X(08)   VALUE SPACES.
               10  WS-NVA-NOMBRE           PIC X(40)   VALUE SPACES.
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
           05  SW-EMPLEADO                 PIC X(01)   VALUE 'S'.
               88  EMPLEADO-VALIDO                     VALUE 'S'.
               88  EMPLEADO-ERRADO                     VALUE 'N'.
           05  SW-RELACION                 PIC X(01)   VALUE SPACES.
               88  SW-88-RELACION-RRHH                 VALUE 'E' 'D'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C84B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-V19C076                  PIC X(08)   VALUE 'V19C076'.
           05  CT-FEED-RRHH                PIC X(08)   VALUE 'RRHHPERS'.
           05  CT-HDR-MARCA                PIC X(03)   VALUE 'HDR'.
           05  CT-TABLA-REGISTRO           PIC X(08)   VALUE 'V1DT166'.
           05  CT-CAMBIO-PENDIENTE         PIC X(01)   VALUE 'P'.
           05  CT-ACCION-ALTA              PIC X(01)   VALUE 'A'.
           05  CT-ACCION-MODIFICA          PIC X(01)   VALUE 'M'.
           05  CT-FEC-ABIERTA              PIC X(08)   VALUE '99991231'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-REGISTROS-LEIDOS         PIC 9(07)   VALUE ZEROES.
           05  CN-REGISTROS-ERRADOS        PIC 9(07)   VALUE ZEROES.
           05  CN-REGISTRO-LEIDOS          PIC 9(07)   VALUE ZEROES.
           05  CN-ALTAS                    PIC 9(07)   VALUE ZEROES.
           05  CN-MODIFICACIONES           PIC 9(07)   VALUE ZEROES.
           05  CN-CIERRES                  PIC 9(07)   VALUE ZEROES.
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
               INCLUDE V1GT166
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    REGISTRO COMPLETO EN EL MISMO ORDEN QUE EL EXTRACTO
      *
           EXEC SQL
               DECLARE V13C84B-V1DC8411
               CURSOR FOR
               SELECT NUM_DOC_PERSONA,
                      NOM_PERSONA,
                      TIP_RELACION,
                      COD_DEPARTAMENTO,
                      COD_OFICINA,
                      COD_USUARIO,
                      FEC_DESDE,
                      FEC_HASTA
               FROM V1DT166
               ORDER BY NUM_DOC_PERSONA
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
           OPEN INPUT ARCH-RRHH
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
      *  ARCHIVO COMPLETO ANTES DE PROPONER NADA.  LA FECHA DE         *
      *  GENERACION FIJA EL CIERRE DE QUIEN YA NO VIENE EN EL EXTRACTO *
      ******************************************************************
       1200-VALIDAR-CABECERA.
      *
           READ ARCH-RRHH
               AT END
                   DISPLAY 'V13C84B - ARCHIVO DE RRHH VACIO'
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           IF  EMP-HDR-MARCA NOT EQUAL CT-HDR-MARCA
            OR EMP-HDR-SECUENCIA NOT NUMERIC
            OR EMP-HDR-FEC-GENERA NOT NUMERIC
            OR EMP-HDR-CANT NOT NUMERIC
               DISPLAY 'V13C84B - ARCHIVO SIN CABECERA DE CONTROL'
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE EMP-HDR-FEC-GENERA-R       TO WS-FEC-GENERA
           MOVE EMP-HDR-CANT-R             TO WS-CANT-ANUNCIADA
           COMPUTE WS-FEC-CIERRE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FEC-GENERA) - 1)
      *
           INITIALIZE V1WC976
           SET W976-88-VALIDAR             TO TRUE
           MOVE CT-FEED-RRHH               TO W976-COD-FEED
           MOVE EMP-HDR-SECUENCIA-R        TO W976-NUM-SECUENCIA
           MOVE EMP-HDR-FEC-GENERA         TO W976-FEC-GENERACION
           CALL CT-V19C076 USING V1WC976
      *
           IF  NOT W976-88-CONFORME
               DISPLAY 'V13C84B - ARCHIVO RECHAZADO POR CONTROL '
                       'DE SECUENCIA, RETORNO: ' W976-RETORNO
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               SET W925-88-CRITICO         TO TRUE
               MOVE 'EXTRACTO DE RRHH RECHAZADO POR SECUENCIA'
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
      *  CRUCE POR DOCUMENTO DEL EXTRACTO CON EL REGISTRO; EL LADO     *
      *  AGOTADO TOMA HIGH-VALUES COMO CLAVE                           *
      ******************************************************************
       2000-PROCESO.
      *
           SET NO-FIN-ARCHIVO              TO TRUE
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C84B-V1DC8411
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-ARCHIVO
           PERFORM LEER-REGISTRO
      *
           PERFORM 2100-CRUZAR
              THRU 2100-CRUZAR-EXIT
             UNTIL FIN-ARCHIVO
               AND FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C84B-V1DC8411
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
      *  UN EXTRACTO DESORDENADO O CON DOCUMENTOS REPETIDOS NO SE      *
      *  PUEDE CRUZAR: SE DESHACE TODO LO PROPUESTO Y SE RECHAZA       *
      ******************************************************************
       LEER-ARCHIVO.
      *
           READ ARCH-RRHH
               AT END
                   SET FIN-ARCHIVO         TO TRUE
                   MOVE HIGH-VALUES        TO WS-CLAVE-ARCHIVO
           END-READ
      *
           IF  NO-FIN-ARCHIVO
               ADD 1                       TO CN-REGISTROS-LEIDOS
               MOVE EMP-NUM-DOC            TO WS-CLAVE-ARCHIVO
               IF  WS-CLAVE-ARCHIVO NOT GREATER WS-CLAVE-ANTERIOR
                   DISPLAY 'V13C84B - EXTRACTO FUERA DE ORDEN EN EL '
                           'DOCUMENTO: ' EMP-NUM-DOC
                   PERFORM 9000-RECHAZAR-EXTRACTO
                      THRU 9000-RECHAZAR-EXTRACTO-EXIT
               END-IF
               MOVE WS-CLAVE-ARCHIVO       TO WS-CLAVE-ANTERIOR
           END-IF
      *
           .
      ******************************************************************
      * LEER-REGISTRO
      ******************************************************************
       LEER-REGISTRO.
      *
           EXEC SQL
               FETCH V13C84B-V1DC8411
               INTO :NUM-DOC-REL,
                    :NOM-PERSONA-REL,
                    :TIP-RELACION-REL,
                    :COD-DEPARTAMENTO-REL,
                    :COD-OFICINA-REL,
                    :COD-USUARIO-REL,
                    :FEC-DESDE-REL,
                    :FEC-HASTA-REL
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-REGISTRO-LEIDOS
                   MOVE NUM-DOC-REL        TO WS-CLAVE-REGISTRO
                   MOVE TIP-RELACION-REL   TO WS-ACT-TIP-RELACION
                   MOVE COD-DEPARTAMENTO-REL
                                           TO WS-ACT-DEPARTAMENTO
                   MOVE COD-OFICINA-REL    TO WS-ACT-OFICINA
                   MOVE COD-USUARIO-REL    TO WS-ACT-USUARIO
                   MOVE FEC-DESDE-REL      TO WS-ACT-FEC-DESDE
                   MOVE FEC-HASTA-REL      TO WS-ACT-FEC-HASTA
                   MOVE NOM-PERSONA-REL    TO WS-ACT-NOMBRE

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
                   PERFORM 3000-EMPLEADO-NUEVO
                      THRU 3000-EMPLEADO-NUEVO-EXIT
                   PERFORM LEER-ARCHIVO

               WHEN WS-CLAVE-ARCHIVO EQUAL WS-CLAVE-REGISTRO
                   PERFORM 3100-EMPLEADO-REGISTRADO
                      THRU 3100-EMPLEADO-REGISTRADO-EXIT
                   PERFORM LEER-ARCHIVO
                   PERFORM LEER-REGISTRO

               WHEN OTHER
                   PERFORM 3200-EMPLEADO-AUSENTE
                      THRU 3200-EMPLEADO-AUSENTE-EXIT
                   PERFORM LEER-REGISTRO
           END-EVALUATE
      *
           .
       2100-CRUZAR-EXIT.
           EXIT.
      ******************************************************************
      *                     2500-VALIDAR-EMPLEADO                      *
      *  ARMA LA IMAGEN NUEVA DESDE EL EXTRACTO.  RRHH SOLO ENTREGA    *
      *  EMPLEADOS Y DIRECTORES, CON SU OFICINA Y SU USUARIO; UN       *
      *  EGRESO EN BLANCO O EN CEROS DEJA LA VIGENCIA ABIERTA          *
      ******************************************************************
       2500-VALIDAR-EMPLEADO.
      *
           SET EMPLEADO-VALIDO             TO TRUE
           MOVE EMP-TIP-RELACION           TO SW-RELACION
      *
           IF  EMP-NUM-DOC EQUAL SPACES
            OR EMP-NOMBRE EQUAL SPACES
            OR NOT SW-88-RELACION-RRHH
            OR EMP-OFICINA EQUAL SPACES
            OR EMP-USUARIO EQUAL SPACES
            OR EMP-FEC-INGRESO NOT NUMERIC
               SET EMPLEADO-ERRADO         TO TRUE
           END-IF
      *
           MOVE SPACES                     TO WS-IMG-NUEVA
           MOVE EMP-TIP-RELACION           TO WS-NVA-TIP-RELACION
           MOVE EMP-DEPARTAMENTO           TO WS-NVA-DEPARTAMENTO
           MOVE EMP-OFICINA                TO WS-NVA-OFICINA
           MOVE EMP-USUARIO                TO WS-NVA-USUARIO
           MOVE EMP-FEC-INGRESO            TO WS-NVA-FEC-DESDE
           MOVE EMP-NOMBRE                 TO WS-NVA-NOMBRE
      *
           IF  EMP-FEC-EGRESO EQUAL SPACES
            OR EMP-FEC-EGRESO EQUAL ZEROES
               MOVE CT-FEC-ABIERTA         TO WS-NVA-FEC-HASTA
           ELSE
               MOVE EMP-FEC-EGRESO         TO WS-NVA-FEC-HASTA
               IF  EMP-FEC-EGRESO NOT NUMERIC
                OR EMP-FEC-EGRESO LESS EMP-FEC-INGRESO
                   SET EMPLEADO-ERRADO     TO TRUE
               END-IF
           END-IF
      *
           IF  EMPLEADO-ERRADO
               ADD 1                       TO CN-REGISTROS-ERRADOS
               DISPLAY 'V13C84B - REGISTRO ERRADO: ' EMP-NUM-DOC ' '
                       EMP-TIP-RELACION ' ' EMP-OFICINA ' '
                       EMP-USUARIO ' ' EMP-FEC-INGRESO ' '
                       EMP-FEC-EGRESO
           END-IF
      *
           .
       2500-VALIDAR-EMPLEADO-EXIT.
           EXIT.
      ******************************************************************
      *                    3000-EMPLEADO-NUEVO                         *
      ******************************************************************
       3000-EMPLEADO-NUEVO.
      *
           PERFORM 2500-VALIDAR-EMPLEADO
              THRU 2500-VALIDAR-EMPLEADO-EXIT
      *
           IF  EMPLEADO-ERRADO
               GO TO 3000-EMPLEADO-NUEVO-EXIT
           END-IF
      *
           MOVE CT-ACCION-ALTA             TO COD-ACCION
           MOVE EMP-NUM-DOC                TO CLAVE-CAMBIO
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
       3000-EMPLEADO-NUEVO-EXIT.
           EXIT.
      ******************************************************************
      *                  3100-EMPLEADO-REGISTRADO                      *
      *  UN REGISTRO ERRADO EN EL EXTRACTO DEJA LA FILA COMO ESTA      *
      ******************************************************************
       3100-EMPLEADO-REGISTRADO.
      *
           PERFORM 2500-VALIDAR-EMPLEADO
              THRU 2500-VALIDAR-EMPLEADO-EXIT
      *
           IF  EMPLEADO-ERRADO
               GO TO 3100-EMPLEADO-REGISTRADO-EXIT
           END-IF
      *
           IF  WS-IMG-NUEVA EQUAL WS-IMG-ACTUAL
               ADD 1                       TO CN-SIN-CAMBIO
               GO TO 3100-EMPLEADO-REGISTRADO-EXIT
           END-IF
      *
           MOVE CT-ACCION-MODIFICA         TO COD-ACCION
           MOVE EMP-NUM-DOC                TO CLAVE-CAMBIO
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
       3100-EMPLEADO-REGISTRADO-EXIT.
           EXIT.
      ******************************************************************
      *                   3200-EMPLEADO-AUSENTE                        *
      *  SOLO SE CIERRAN EMPLEADOS Y DIRECTORES CON VIGENCIA ABIERTA;  *
      *  FAMILIARES Y EMPRESAS VINCULADAS NO VIENEN DE RRHH            *
      ******************************************************************
       3200-EMPLEADO-AUSENTE.
      *
           MOVE WS-ACT-TIP-RELACION        TO SW-RELACION
      *
           IF  NOT SW-88-RELACION-RRHH
            OR WS-ACT-FEC-HASTA NOT EQUAL CT-FEC-ABIERTA
               GO TO 3200-EMPLEADO-AUSENTE-EXIT
           END-IF
      *
           MOVE WS-IMG-ACTUAL              TO WS-IMG-NUEVA
           IF  WS-FEC-CIERRE-ALFA LESS WS-ACT-FEC-DESDE
               MOVE WS-ACT-FEC-DESDE       TO WS-NVA-FEC-HASTA
           ELSE
               MOVE WS-FEC-CIERRE-ALFA     TO WS-NVA-FEC-HASTA
           END-IF
      *
           MOVE CT-ACCION-MODIFICA         TO COD-ACCION
           MOVE WS-CLAVE-REGISTRO          TO CLAVE-CAMBIO
           MOVE WS-IMG-ACTUAL              TO IMG-ANTES
           MOVE WS-IMG-NUEVA               TO IMG-DESPUES
      *
           PERFORM 3500-GRABAR-PENDIENTE
              THRU 3500-GRABAR-PENDIENTE-EXIT
      *
           IF  WS-PENDIENTES EQUAL ZEROES
               ADD 1                       TO CN-CIERRES
           END-IF
      *
           .
       3200-EMPLEADO-AUSENTE-EXIT.
           EXIT.
      ******************************************************************
      *                  3500-GRABAR-PENDIENTE                         *
      *  EL SOLICITANTE ES LA PROPIA CARGA, DE MODO QUE CUALQUIER      *
      *  USUARIO DE CUMPLIMIENTO PUEDE APROBARLO EN V12C72Z.  SI EL    *
      *  DOCUMENTO YA TIENE UN CAMBIO PENDIENTE NO SE DUPLICA          *
      ******************************************************************
       3500-GRABAR-PENDIENTE.
      *
           MOVE CT-TABLA-REGISTRO          TO COD-TABLA
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
      *  UN EXTRACTO TRUNCADO CERRARIA LA VIGENCIA DE QUIEN FALTE: SI  *
      *  NO TRAE LOS REGISTROS QUE ANUNCIA LA CABECERA SE DESHACE TODO *
      ******************************************************************
       6000-FIN.
      *
           IF  CN-REGISTROS-LEIDOS NOT EQUAL WS-CANT-ANUNCIADA
               DISPLAY 'V13C84B - EXTRACTO INCOMPLETO, ANUNCIADOS: '
                       WS-CANT-ANUNCIADA ' LEIDOS: '
                       CN-REGISTROS-LEIDOS
               PERFORM 9000-RECHAZAR-EXTRACTO
                  THRU 9000-RECHAZAR-EXTRACTO-EXIT
           END-IF
      *
           CLOSE ARCH-RRHH
      *
           SET W976-88-CONFIRMAR           TO TRUE
           MOVE CN-REGISTROS-LEIDOS        TO W976-CANT-REGISTROS
           CALL CT-V19C076 USING V1WC976
      *
           IF  CN-PROPUESTAS GREATER ZEROES
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               SET W925-88-INFORMATIVO     TO TRUE
               MOVE 'CAMBIOS DE RRHH PENDIENTES DE APROBACION'
                                           TO W925-TEXTO
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
           DISPLAY 'V13C84B - REGISTROS DE RRHH LEIDOS:  '
                   CN-REGISTROS-LEIDOS
           DISPLAY 'V13C84B - REGISTROS DE RRHH ERRADOS: '
                   CN-REGISTROS-ERRADOS
           DISPLAY 'V13C84B - PERSONAS EN EL REGISTRO:   '
                   CN-REGISTRO-LEIDOS
           DISPLAY 'V13C84B - ALTAS PROPUESTAS:          '
                   CN-ALTAS
           DISPLAY 'V13C84B - MODIFICACIONES PROPUESTAS: '
                   CN-MODIFICACIONES
           DISPLAY 'V13C84B - CIERRES PROPUESTOS:        '
                   CN-CIERRES
           DISPLAY 'V13C84B - SIN CAMBIO:                '
                   CN-SIN-CAMBIO
           DISPLAY 'V13C84B - CON CAMBIO YA PENDIENTE:   '
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
      *                   9000-RECHAZAR-EXTRACTO                       *
      *  DESHACE LAS PROPUESTAS DE ESTA CORRIDA, DEJA EL EVENTO        *
      *  CRITICO Y TERMINA SIN CONFIRMAR EL ARCHIVO                    *
      ******************************************************************
       9000-RECHAZAR-EXTRACTO.
      *
           EXEC SQL
               ROLLBACK
           END-EXEC
      *
           INITIALIZE V1WC925
           MOVE CT-PROGRAMA                TO W925-PROGRAMA
           SET W925-88-CRITICO             TO TRUE
           MOVE 'EXTRACTO DE RRHH DESORDENADO O INCOMPLETO'
                                           TO W925-TEXTO
           CALL CT-V19C025 USING V1WC925
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           CLOSE ARCH-RRHH
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
       9000-RECHAZAR-EXTRACTO-EXIT.
           EXIT.
      ******************************************************************
      *                       9999-ABEND-DB2                           *
      *  SE TERMINA EL PROCESO CUANDO SE PRODUCE UN ERROR DB2          *
      ******************************************************************
       9999-ABEND-DB2.
      *
           DISPLAY 'V13C84B - ERROR DB2 SQLCODE: ' SQLCODE
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
