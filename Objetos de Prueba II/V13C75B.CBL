      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C75B                                             *
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
      * ARCHIVO DE ENTRADA: PARMSOM (CUENTA Y CLASES DEL TRABAJO,      *
      *  PROCEDIMIENTO BATCH DB2 DE LA INSTALACION Y SU PASO, Y TOPE   *
      *  DE TRABAJOS POR PASADA)                                       *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: INTRDR (LECTOR INTERNO: LOS TRABAJOS        *
      *  ARMADOS QUEDAN SOMETIDOS AL CERRARSE EL ARCHIVO)              *
      * ------------------                                             *
      * PROCESO GLOBAL: SOMETEDOR DE REPORTES BATCH A PEDIDO.  CORRE   *
      *  CADA POCOS MINUTOS DESDE EL PLANIFICADOR Y TOMA, EN ORDEN DE  *
      *  LLEGADA, LAS SOLICITUDES PENDIENTES QUE LOS ANALISTAS DEJAN   *
      *  EN V1DT153 DESDE LA PANTALLA V13C75Z.  POR CADA UNA ARMA UN   *
      *  TRABAJO DE TRES PASOS CON EL PROCEDIMIENTO DE PARMSOM:        *
      *  - REPORTE: EL PROGRAMA DEL CATALOGO V1EC075 CON SU TARJETA    *
      *    DE PARAMETROS (RANGO, CLIENTE O BANDA, Y LA ENTIDAD DEL     *
      *    SOLICITANTE) Y LA SALIDA A UN TEMPORAL;                     *
      *  - CARGA: SI EL REPORTE TERMINO BIEN (RC HASTA 4), EL          *
      *    CARGADOR V13C76B PASA EL TEMPORAL A UN JUEGO DE RESULTADOS  *
      *    DEL SOLICITANTE;                                            *
      *  - FALLO: SI NO, EL MISMO CARGADOR DEJA LA SOLICITUD CON       *
      *    ERROR.                                                      *
      *  LA SOLICITUD QUEDA SOMETIDA CON EL NOMBRE DEL TRABAJO         *
      *  (V1R + ULTIMOS CINCO DIGITOS DEL NUMERO) PARA QUE OPERACIONES *
      *  UBIQUE SU SALIDA.  UNA SOLICITUD DE UN REPORTE QUE YA NO ESTA *
      *  EN EL CATALOGO QUEDA CON ERROR SIN SOMETERSE                  *
      *  AD01: TARJETA 'L' DEL BARRIDO RETROACTIVO V12C87B QUE PIDE    *
      *  V12C72Z AL APROBAR ALTAS DE LAS LISTAS OFICIALES: LA FECHA    *
      *  DESDE DE LA SOLICITUD ES LA FECHA DE ALTA DESDE LA QUE SE     *
      *  BARRE                                                         *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C75B.
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
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMSOM
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-TRABAJOS        ASSIGN TO INTRDR
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
       FD  ARCH-PARAMETROS
           RECORDING MODE IS F.
      *
       01  REG-PARAMETROS.
           05  PAR-CUENTA                  PIC X(20).
           05  PAR-CLASE                   PIC X(01).
           05  PAR-CLASE-MENSAJES          PIC X(01).
           05  PAR-PROCEDIMIENTO           PIC X(08).
           05  PAR-PASO-PROCEDIMIENTO      PIC X(08).
           05  PAR-MAX-TRABAJOS            PIC 9(03).
           05  FILLER                      PIC X(39).
      *
       FD  ARCH-TRABAJOS
           RECORDING MODE IS F.
      *
       01  REG-TRABAJO                     PIC X(80).
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
           05  WS-HOR-HOY                  PIC X(06)   VALUE SPACES.
           05  WS-R                        PIC 9(02)   VALUE ZEROES.
           05  WS-CUENTA                   PIC X(20)   VALUE SPACES.
           05  WS-CLASE                    PIC X(01)   VALUE SPACES.
           05  WS-CLASE-MENSAJES           PIC X(01)   VALUE SPACES.
           05  WS-PROCEDIMIENTO            PIC X(08)   VALUE SPACES.
           05  WS-PASO                     PIC X(08)   VALUE SPACES.
           05  WS-MAX-TRABAJOS             PIC 9(03)   VALUE ZEROES.
           05  WS-NUM-SOLICITUD            PIC 9(09)   VALUE ZEROES.
           05  WS-NUM-SOLICITUD-R REDEFINES WS-NUM-SOLICITUD.
               10  FILLER                  PIC 9(04).
               10  WS-SUFIJO-TRABAJO       PIC 9(05).
           05  WS-NOM-TRABAJO              PIC X(08)   VALUE SPACES.
           05  WS-ESTADO-FINAL             PIC X(01)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-REPORTE                  PIC X(01)   VALUE 'N'.
               88  REPORTE-EN-CATALOGO                 VALUE 'S'.
               88  REPORTE-FUERA-CATALOGO              VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C75B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-CARGADOR                 PIC X(08)   VALUE 'V13C76B'.
           05  CT-DD-CONTROL               PIC X(08)   VALUE 'PARMCAR'.
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-EST-SOMETIDA             PIC X(01)   VALUE 'S'.
           05  CT-EST-ERROR                PIC X(01)   VALUE 'E'.
           05  CT-MAX-DEFECTO              PIC 9(03)   VALUE 020.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-LEIDAS                   PIC 9(07)   VALUE ZEROES.
           05  CN-SOMETIDAS                PIC 9(07)   VALUE ZEROES.
           05  CN-RECHAZADAS               PIC 9(07)   VALUE ZEROES.
           05  CN-TARJETAS                 PIC 9(07)   VALUE ZEROES.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      *  CATALOGO DE REPORTES A PEDIDO Y TARJETAS DEL TRABAJO
           COPY V1EC075.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT153
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    SOLICITUDES PENDIENTES DE SOMETER, EN ORDEN DE LLEGADA
      *
           EXEC SQL
               DECLARE V13C75B-V1DC7511
               CURSOR FOR
               SELECT NUM_SOLICITUD,
                      COD_USUARIO,
                      COD_REPORTE,
                      COD_ENT_BANCO,
                      FEC_DESDE,
                      FEC_HASTA,
                      NUM_DOC_PERSONA,
                      PCT_BANDA
               FROM V1DT153
               WHERE EST_SOLICITUD = :CT-EST-PENDIENTE
               ORDER BY NUM_SOLICITUD
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
           PERFORM 2000-SOMETER
              THRU 2000-SOMETER-EXIT
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HOR-HOY
      *
           MOVE ZEROES                     TO CN-LEIDAS
                                              CN-SOMETIDAS
                                              CN-RECHAZADAS
                                              CN-TARJETAS
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HOY                 TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           OPEN INPUT ARCH-PARAMETROS
      *
           READ ARCH-PARAMETROS
               AT END
                   DISPLAY 'V13C75B - FALTA LA TARJETA PARMSOM'
                   MOVE 16                 TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           MOVE PAR-CUENTA                 TO WS-CUENTA
           MOVE PAR-CLASE                  TO WS-CLASE
           MOVE PAR-CLASE-MENSAJES         TO WS-CLASE-MENSAJES
           MOVE PAR-PROCEDIMIENTO          TO WS-PROCEDIMIENTO
           MOVE PAR-PASO-PROCEDIMIENTO     TO WS-PASO
      *
           IF  PAR-MAX-TRABAJOS NUMERIC
           AND PAR-MAX-TRABAJOS GREATER ZEROES
               MOVE PAR-MAX-TRABAJOS       TO WS-MAX-TRABAJOS
           ELSE
               MOVE CT-MAX-DEFECTO         TO WS-MAX-TRABAJOS
           END-IF
      *
           CLOSE ARCH-PARAMETROS
      *
           IF  WS-CUENTA EQUAL SPACES
            OR WS-CLASE EQUAL SPACES
            OR WS-CLASE-MENSAJES EQUAL SPACES
            OR WS-PROCEDIMIENTO EQUAL SPACES
            OR WS-PASO EQUAL SPACES
               DISPLAY 'V13C75B - TARJETA PARMSOM INCOMPLETA'
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
           OPEN OUTPUT ARCH-TRABAJOS
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                        2000-SOMETER                            *
      *  LA SOLICITUD SE MARCA ANTES DE ESCRIBIR SU TRABAJO; TODO SE   *
      *  CONFIRMA AL FINAL, CUANDO LOS TRABAJOS YA ESTAN EN EL LECTOR  *
      ******************************************************************
       2000-SOMETER.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C75B-V1DC7511
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-SOLICITUD
             UNTIL FIN-CURSOR
                OR CN-SOMETIDAS NOT LESS WS-MAX-TRABAJOS
      *
           EXEC SQL
               CLOSE V13C75B-V1DC7511
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2000-SOMETER-EXIT.
           EXIT.
      ******************************************************************
      * LEER-SOLICITUD
      ******************************************************************
       LEER-SOLICITUD.
      *
           EXEC SQL
               FETCH V13C75B-V1DC7511
               INTO :NUM-SOLICITUD-RPT,
                    :COD-USUARIO-RPT,
                    :COD-REPORTE-RPT,
                    :COD-ENT-RPT,
                    :FEC-DESDE-RPT,
                    :FEC-HASTA-RPT,
                    :NUM-DOC-RPT,
                    :PCT-BANDA-RPT
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-LEIDAS
                   PERFORM 2100-TRATAR-SOLICITUD
                      THRU 2100-TRATAR-SOLICITUD-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                    2100-TRATAR-SOLICITUD                       *
      ******************************************************************
       2100-TRATAR-SOLICITUD.
      *
           SET REPORTE-FUERA-CATALOGO      TO TRUE
      *
           PERFORM 2110-BUSCAR-REPORTE
              THRU 2110-BUSCAR-REPORTE-EXIT
             VARYING WS-R FROM 1 BY 1
             UNTIL WS-R GREATER CAT-CANT-REPORTES
                OR REPORTE-EN-CATALOGO
      *
           MOVE NUM-SOLICITUD-RPT          TO WS-NUM-SOLICITUD
      *
           IF  REPORTE-FUERA-CATALOGO
               DISPLAY 'V13C75B - SOLICITUD ' WS-NUM-SOLICITUD
                       ' REPORTE FUERA DE CATALOGO: ' COD-REPORTE-RPT
               MOVE SPACES                 TO WS-NOM-TRABAJO
               MOVE CT-EST-ERROR           TO WS-ESTADO-FINAL
               PERFORM 2200-MARCAR-SOLICITUD
                  THRU 2200-MARCAR-SOLICITUD-EXIT
               ADD 1                       TO CN-RECHAZADAS
               GO TO 2100-TRATAR-SOLICITUD-EXIT
           END-IF
      *
      *    EL BUSCADOR AVANZA UNA POSICION DE MAS AL ENCONTRAR
      *
           SUBTRACT 1                      FROM WS-R
      *
           MOVE SPACES                     TO WS-NOM-TRABAJO
           STRING 'V1R'                    DELIMITED BY SIZE
                  WS-SUFIJO-TRABAJO        DELIMITED BY SIZE
                  INTO WS-NOM-TRABAJO
           END-STRING
      *
           MOVE CT-EST-SOMETIDA            TO WS-ESTADO-FINAL
           PERFORM 2200-MARCAR-SOLICITUD
              THRU 2200-MARCAR-SOLICITUD-EXIT
      *
           PERFORM 2300-ARMAR-PARAMETROS
              THRU 2300-ARMAR-PARAMETROS-EXIT
      *
           PERFORM 3000-ESCRIBIR-TRABAJO
              THRU 3000-ESCRIBIR-TRABAJO-EXIT
      *
           ADD 1                           TO CN-SOMETIDAS
           DISPLAY 'V13C75B - SOLICITUD ' WS-NUM-SOLICITUD
                   ' ' COD-REPORTE-RPT ' TRABAJO ' WS-NOM-TRABAJO
      *
           .
       2100-TRATAR-SOLICITUD-EXIT.
           EXIT.
      ******************************************************************
      *                    2110-BUSCAR-REPORTE                         *
      ******************************************************************
       2110-BUSCAR-REPORTE.
      *
           IF  CAT-PROGRAMA(WS-R) EQUAL COD-REPORTE-RPT
               SET REPORTE-EN-CATALOGO     TO TRUE
           END-IF
      *
           .
       2110-BUSCAR-REPORTE-EXIT.
           EXIT.
      ******************************************************************
      *                    2200-MARCAR-SOLICITUD                       *
      *  SOLO SE MUEVE UNA SOLICITUD QUE SIGUE PENDIENTE               *
      ******************************************************************
       2200-MARCAR-SOLICITUD.
      *
           EXEC SQL
               UPDATE V1DT153
                  SET EST_SOLICITUD = :WS-ESTADO-FINAL,
                      NOM_TRABAJO   = :WS-NOM-TRABAJO,
                      FEC_SOMETIDA  = :WS-FEC-HOY,
                      HOR_SOMETIDA  = :WS-HOR-HOY
                WHERE NUM_SOLICITUD = :NUM-SOLICITUD-RPT
                  AND EST_SOLICITUD = :CT-EST-PENDIENTE
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2200-MARCAR-SOLICITUD-EXIT.
           EXIT.
      ******************************************************************
      *                    2300-ARMAR-PARAMETROS                       *
      *  LA TARJETA DEL REPORTE CON LA VISTA DE SU TIPO.  LA ENTIDAD   *
      *  ES SIEMPRE LA DEL SOLICITANTE                                 *
      ******************************************************************
       2300-ARMAR-PARAMETROS.
      *
           MOVE SPACES                     TO TRJ-PARAMETROS
      *
           EVALUATE TRUE
               WHEN CAT-88-TARJETA-CLIENTE(WS-R)
                   MOVE NUM-DOC-RPT        TO TRJ-CLI-NUM-DOC
                   MOVE FEC-DESDE-RPT      TO TRJ-CLI-FEC-DESDE
                   MOVE FEC-HASTA-RPT      TO TRJ-CLI-FEC-HASTA
                   MOVE COD-ENT-RPT        TO TRJ-CLI-COD-ENT

               WHEN CAT-88-TARJETA-BANDA(WS-R)
                   MOVE FEC-DESDE-RPT      TO TRJ-BAN-FEC-DESDE
                   MOVE FEC-HASTA-RPT      TO TRJ-BAN-FEC-HASTA
                   MOVE PCT-BANDA-RPT      TO TRJ-BAN-PCT-BANDA
                   MOVE COD-ENT-RPT        TO TRJ-BAN-COD-ENT

      * AD01-I : BARRIDO RETROACTIVO A PEDIDO (V12C87B)
      *        LAS ALTAS DE LA LISTA DESDE LA FECHA DE LA SOLICITUD,
      *        CON LA VENTANA DE OMISION DEL BARRIDO
               WHEN CAT-88-TARJETA-LISTA(WS-R)
                   MOVE SPACES             TO TRJ-LIS-DIAS-VENTANA
                   MOVE FEC-DESDE-RPT      TO TRJ-LIS-FEC-ALTA-DESDE
                   MOVE COD-ENT-RPT        TO TRJ-LIS-COD-ENT
      * AD01-F

               WHEN OTHER
                   MOVE FEC-DESDE-RPT      TO TRJ-RAN-FEC-DESDE
                   MOVE FEC-HASTA-RPT      TO TRJ-RAN-FEC-HASTA
                   MOVE COD-ENT-RPT        TO TRJ-RAN-COD-ENT
           END-EVALUATE
      *
           .
       2300-ARMAR-PARAMETROS-EXIT.
           EXIT.
      ******************************************************************
      *                    3000-ESCRIBIR-TRABAJO                       *
      *  TARJETA DE TRABAJO, PASO DEL REPORTE Y, SEGUN COMO TERMINE,   *
      *  PASO DE CARGA O PASO DE FALLO.  UN PASO QUE ABENDA TAMBIEN    *
      *  LLEVA AL PASO DE FALLO PORQUE LA CONDICION PREGUNTA POR ABEND *
      ******************************************************************
       3000-ESCRIBIR-TRABAJO.
      *
           MOVE SPACES                     TO REG-TRABAJO
           STRING '//'                     DELIMITED BY SIZE
                  WS-NOM-TRABAJO           DELIMITED BY SPACE
                  ' JOB ('                 DELIMITED BY SIZE
                  WS-CUENTA                DELIMITED BY SPACE
                  '),''REPORTE A PEDIDO'','
                                           DELIMITED BY SIZE
                  'CLASS='                 DELIMITED BY SIZE
                  WS-CLASE                 DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  INTO REG-TRABAJO
           END-STRING
           PERFORM 3900-GRABAR-TARJETA
              THRU 3900-GRABAR-TARJETA-EXIT
      *
           MOVE SPACES                     TO REG-TRABAJO
           STRING '//             MSGCLASS='
                                           DELIMITED BY SIZE
                  WS-CLASE-MENSAJES        DELIMITED BY SIZE
                  INTO REG-TRABAJO
           END-STRING
           PERFORM 3900-GRABAR-TARJETA
              THRU 3900-GRABAR-TARJETA-EXIT
      *
           MOVE SPACES                     TO REG-TRABAJO
           STRING '//* SOLICITUD '         DELIMITED BY SIZE
                  WS-NUM-SOLICITUD         DELIMITED BY SIZE
                  ' DE '                   DELIMITED BY SIZE
                  COD-USUARIO-RPT          DELIMITED BY SPACE
                  ' - '                    DELIMITED BY SIZE
                  CAT-DESCRIPCION(WS-R)    DELIMITED BY SIZE
                  INTO REG-TRABAJO
           END-STRING
           PERFORM 3900-GRABAR-TARJETA
              THRU 3900-GRABAR-TARJETA-EXIT
      *
      *    PASO DEL REPORTE
      *
           MOVE SPACES                     TO REG-TRABAJO
           STRING '//REPORTE  EXEC '       DELIMITED BY SIZE
                  WS-PROCEDIMIENTO         DELIMITED BY SPACE
                  ',PROG='                 DELIMITED BY SIZE
                  CAT-PROGRAMA(WS-R)       DELIMITED BY SPACE
                  INTO REG-TRABAJO
           END-STRING
           PERFORM 3900-GRABAR-TARJETA
              THRU 3900-GRABAR-TARJETA-EXIT
      *
           MOVE SPACES                     TO REG-TRABAJO
           STRING '//'                     DELIMITED BY SIZE
                  WS-PASO                  DELIMITED BY SPACE
                  '.'                      DELIMITED BY SIZE
                  CAT-DD-PARAMETROS(WS-R)  DELIMITED BY SPACE
                  ' DD *,DCB=(RECFM=FB,LRECL='
                                           DELIMITED BY SIZE
                  CAT-LON-PARAMETROS(WS-R) DELIMITED BY SPACE
                  ')'                      DELIMITED BY SIZE
                  INTO REG-TRABAJO
           END-STRING
           PERFORM 3900-GRABAR-TARJETA
              THRU 3900-GRABAR-TARJETA-EXIT
      *
           MOVE TRJ-PARAMETROS             TO REG-TRABAJO
           PERFORM 3900-GRABAR-TARJETA
              THRU 3900-GRABAR-TARJETA-EXIT
      *
           MOVE '/*'                       TO REG-TRABAJO
           PERFORM 3900-GRABAR-TARJETA
              THRU 3900-GRABAR-TARJETA-EXIT
      *
           MOVE SPACES                     TO REG-TRABAJO
           STRING '//'                     DELIMITED BY SIZE
                  WS-PASO                  DELIMITED BY SPACE
                  '.'                      DELIMITED BY SIZE
                  CAT-DD-SALIDA(WS-R)      DELIMITED BY SPACE
                  ' DD DSN=&&SALIDA,DISP=(NEW,PASS),'
                                           DELIMITED BY SIZE
                  INTO REG-TRABAJO
           END-STRING
           PERFORM 3900-GRABAR-TARJETA
              THRU 3900-GRABAR-TARJETA-EXIT
      *
           MOVE '//             UNIT=SYSDA,SPACE=(CYL,(5,5),RLSE)'
                                           TO REG-TRABAJO
           PERFORM 3900-GRABAR-TARJETA
              THRU 3900-GRABAR-TARJETA-EXIT
      *
      *    CONDICION SOBRE EL PASO DEL REPORTE
      *
           MOVE SPACES                     TO REG-TRABAJO
           STRING '// IF (REPORTE.'        DELIMITED BY SIZE
                  WS-PASO                  DELIMITED BY SPACE
                  '.ABEND = FALSE AND'     DELIMITED BY SIZE
                  INTO REG-TRABAJO
           END-STRING
           PERFORM 3900-GRABAR-TARJETA
              THRU 3900-GRABAR-TARJETA-EXIT
      *
           MOVE SPACES                     TO REG-TRABAJO
           STRING '//       REPORTE.'      DELIMITED BY SIZE
                  WS-PASO                  DELIMITED BY SPACE
                  '.RC <= 4) THEN'         DELIMITED BY SIZE
                  INTO REG-TRABAJO
           END-STRING
           PERFORM 3900-GRABAR-TARJETA
              THRU 3900-GRABAR-TARJETA-EXIT
      *
      *    PASO DE CARGA DEL JUEGO DE RESULTADOS
      *
           MOVE SPACES                     TO REG-TRABAJO
           STRING '//CARGA    EXEC '       DELIMITED BY SIZE
                  WS-PROCEDIMIENTO         DELIMITED BY SPACE
                  ',PROG='                 DELIMITED BY SIZE
                  CT-CARGADOR              DELIMITED BY SPACE
                  INTO REG-TRABAJO
           END-STRING
           PERFORM 3900-GRABAR-TARJETA
              THRU 3900-GRABAR-TARJETA-EXIT
      *
           PERFORM 3100-ESCRIBIR-CONTROL
              THRU 3100-ESCRIBIR-CONTROL-EXIT
      *
           MOVE SPACES                     TO TRJ-CONTROL-CARGA
           MOVE WS-NUM-SOLICITUD           TO CTL-NUM-SOLICITUD
           SET CTL-88-TERMINADO            TO TRUE
           MOVE TRJ-CONTROL-CARGA          TO REG-TRABAJO
           PERFORM 3900-GRABAR-TARJETA
              THRU 3900-GRABAR-TARJETA-EXIT
      *
           MOVE '/*'                       TO REG-TRABAJO
           PERFORM 3900-GRABAR-TARJETA
              THRU 3900-GRABAR-TARJETA-EXIT
      *
           MOVE SPACES                     TO REG-TRABAJO
           STRING '//'                     DELIMITED BY SIZE
                  WS-PASO                  DELIMITED BY SPACE
                  '.'                      DELIMITED BY SIZE
                  CAT-DD-CARGA(WS-R)       DELIMITED BY SPACE
                  ' DD DSN=&&SALIDA,DISP=(OLD,DELETE)'
                                           DELIMITED BY SIZE
                  INTO REG-TRABAJO
           END-STRING
           PERFORM 3900-GRABAR-TARJETA
              THRU 3900-GRABAR-TARJETA-EXIT
      *
           MOVE '// ELSE'                  TO REG-TRABAJO
           PERFORM 3900-GRABAR-TARJETA
              THRU 3900-GRABAR-TARJETA-EXIT
      *
      *    PASO DE FALLO
      *
           MOVE SPACES                     TO REG-TRABAJO
           STRING '//FALLO    EXEC '       DELIMITED BY SIZE
                  WS-PROCEDIMIENTO         DELIMITED BY SPACE
                  ',PROG='                 DELIMITED BY SIZE
                  CT-CARGADOR              DELIMITED BY SPACE
                  INTO REG-TRABAJO
           END-STRING
           PERFORM 3900-GRABAR-TARJETA
              THRU 3900-GRABAR-TARJETA-EXIT
      *
           PERFORM 3100-ESCRIBIR-CONTROL
              THRU 3100-ESCRIBIR-CONTROL-EXIT
      *
           MOVE SPACES                     TO TRJ-CONTROL-CARGA
           MOVE WS-NUM-SOLICITUD           TO CTL-NUM-SOLICITUD
           SET CTL-88-FALLIDO              TO TRUE
           MOVE TRJ-CONTROL-CARGA          TO REG-TRABAJO
           PERFORM 3900-GRABAR-TARJETA
              THRU 3900-GRABAR-TARJETA-EXIT
      *
           MOVE '/*'                       TO REG-TRABAJO
           PERFORM 3900-GRABAR-TARJETA
              THRU 3900-GRABAR-TARJETA-EXIT
      *
           MOVE '// ENDIF'                 TO REG-TRABAJO
           PERFORM 3900-GRABAR-TARJETA
              THRU 3900-GRABAR-TARJETA-EXIT
      *
           .
       3000-ESCRIBIR-TRABAJO-EXIT.
           EXIT.
      ******************************************************************
      *                    3100-ESCRIBIR-CONTROL                       *
      *  DD DE LA TARJETA DE CONTROL DEL CARGADOR                      *
      ******************************************************************
       3100-ESCRIBIR-CONTROL.
      *
           MOVE SPACES                     TO REG-TRABAJO
           STRING '//'                     DELIMITED BY SIZE
                  WS-PASO                  DELIMITED BY SPACE
                  '.'                      DELIMITED BY SIZE
                  CT-DD-CONTROL            DELIMITED BY SPACE
                  ' DD *'                  DELIMITED BY SIZE
                  INTO REG-TRABAJO
           END-STRING
           PERFORM 3900-GRABAR-TARJETA
              THRU 3900-GRABAR-TARJETA-EXIT
      *
           .
       3100-ESCRIBIR-CONTROL-EXIT.
           EXIT.
      ******************************************************************
      *                    3900-GRABAR-TARJETA                         *
      ******************************************************************
       3900-GRABAR-TARJETA.
      *
           WRITE REG-TRABAJO
           ADD 1                           TO CN-TARJETAS
      *
           .
       3900-GRABAR-TARJETA-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      *  AL CERRAR EL LECTOR INTERNO LOS TRABAJOS QUEDAN SOMETIDOS; LA *
      *  MARCA DE LAS SOLICITUDES SE CONFIRMA DESPUES                  *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-TRABAJOS
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           DISPLAY 'V13C75B - SOLICITUDES LEIDAS:       ' CN-LEIDAS
           DISPLAY 'V13C75B - TRABAJOS SOMETIDOS:       ' CN-SOMETIDAS
           DISPLAY 'V13C75B - FUERA DE CATALOGO:        ' CN-RECHAZADAS
           DISPLAY 'V13C75B - TARJETAS ESCRITAS:        ' CN-TARJETAS
      *
           IF  CN-RECHAZADAS GREATER ZEROES
               MOVE 4                      TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-LEIDAS                  TO W924-CANT-LEIDOS
           MOVE CN-TARJETAS                TO W924-CANT-GRABADOS
           COMPUTE W924-CANT-ACTUALIZADOS =
                   CN-SOMETIDAS + CN-RECHAZADAS
           MOVE RETURN-CODE                TO W924-COD-RETORNO
           CALL CT-V19C024 USING V1WC924
      *
           .
       6000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *                       9999-ABEND-DB2                           *
      *  SE TERMINA EL PROCESO CUANDO SE PRODUCE UN ERROR DB2          *
      ******************************************************************
       9999-ABEND-DB2.
      *
           DISPLAY 'V13C75B - ERROR DB2 SQLCODE: ' SQLCODE
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
