      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C66B                                             *
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
      * ARCHIVO DE ENTRADA: PARMRND (FECHA A REPORTAR, EN BLANCO LA    *
      *  DEL DIA; OBJETIVO GENERAL EN MILISEGUNDOS; HORAS SEGUIDAS     *
      *  QUE HACEN SOSTENIDO UN INCUMPLIMIENTO; CANTIDAD DE            *
      *  EJECUCIONES LENTAS A LISTAR.  EN BLANCO O EN CERO SE TOMAN    *
      *  LOS VALORES POR DEFECTO DEL PROGRAMA)                         *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALRND (REPORTE DE RENDIMIENTO)             *
      * ------------------                                             *
      * PROCESO GLOBAL: REPORTE DIARIO DE TIEMPOS DE RESPUESTA DE LAS  *
      *  TRANSACCIONES EN LINEA A PARTIR DE LA BITACORA V1DT139 QUE    *
      *  GRABA LA RUTINA V19C063 EN CADA EJECUCION:                    *
      *   1. POR TRANSACCION Y HORA: EJECUCIONES, PROMEDIO, PERCENTIL  *
      *      95 Y MAXIMO EN MILISEGUNDOS, CONTRA EL OBJETIVO DE LA     *
      *      TRANSACCION EN V1DT140 (O EL GENERAL DEL PARAMETRO).  LA  *
      *      HORA CON EL PERCENTIL 95 SOBRE EL OBJETIVO SE MARCA '*'.  *
      *      EL PERCENTIL ES EL VALOR DE LA POSICION (N*95)/100        *
      *      REDONDEADA HACIA ARRIBA EN LA LISTA ORDENADA DE LA HORA.  *
      *   2. SI UNA TRANSACCION ENCADENA HORAS MARCADAS HASTA LAS DE   *
      *      SOSTENIMIENTO DE V1DT140 (O DEL PARAMETRO) SE DEJA UN     *
      *      EVENTO (V19C025) POR TRANSACCION Y LA CORRIDA TERMINA     *
      *      CON RC 04.  UNA HORA SIN EJECUCIONES CORTA LA RACHA.      *
      *   3. LAS EJECUCIONES MAS LENTAS DEL DIA CON USUARIO, TERMINAL, *
      *      FILAS LEIDAS Y EL CRITERIO DE BUSQUEDA EMPLEADO, PARA     *
      *      LLEVAR A LOS DBA                                          *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C66B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMRND
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALRND
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
           05  PAR-FEC-PROCESO             PIC X(08).
           05  PAR-OBJETIVO                PIC X(07).
           05  PAR-HORAS-SOSTEN            PIC X(02).
           05  PAR-CANT-LENTAS             PIC X(03).
           05  FILLER                      PIC X(60).
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
      *
       01  REG-REPORTE                     PIC X(132).
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
           05  WS-FEC-PROCESO              PIC X(08)   VALUE SPACES.
           05  WS-FEC-ED                   PIC X(10)   VALUE SPACES.
      *
      *    PARAMETROS CON SU VALOR POR DEFECTO
           05  WS-OBJETIVO-X               PIC X(07)   VALUE SPACES.
           05  WS-OBJETIVO-N REDEFINES WS-OBJETIVO-X
                                           PIC 9(07).
           05  WS-HORAS-X                  PIC X(02)   VALUE SPACES.
           05  WS-HORAS-N REDEFINES WS-HORAS-X
                                           PIC 9(02).
           05  WS-LENTAS-X                 PIC X(03)   VALUE SPACES.
           05  WS-LENTAS-N REDEFINES WS-LENTAS-X
                                           PIC 9(03).
           05  WS-OBJETIVO-DEF             PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-HORAS-DEF                PIC S9(04)  COMP-3
                                                       VALUE ZEROES.
           05  WS-CANT-LENTAS              PIC S9(04)  COMP
                                                       VALUE ZEROES.
      *
      *    DATOS DE LA EJECUCION LEIDA Y DE SU HORA
           05  WS-COD-TRAN                 PIC X(04)   VALUE SPACES.
           05  WS-HORA                     PIC X(02)   VALUE SPACES.
           05  WS-HORA-N REDEFINES WS-HORA PIC 9(02).
           05  WS-CANT-HORA                PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-PROM-HORA                PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-MAX-HORA                 PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
      *
      *    CORTE DE CONTROL POR TRANSACCION Y HORA
           05  WS-TRAN-ANT                 PIC X(04)   VALUE LOW-VALUES.
           05  WS-HORA-ANT                 PIC X(02)   VALUE LOW-VALUES.
           05  WS-HORA-FUERA-ANT           PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-POSICION                 PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-POS-P95                  PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-RACHA                    PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-RACHA-ED                 PIC Z9      VALUE ZEROES.
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(50)
               VALUE 'RENDIMIENTO DE LAS TRANSACCIONES EN LINEA'.
           05  FILLER                      PIC X(07)   VALUE 'FECHA: '.
           05  LN-TIT-FECHA                PIC X(10).
           05  FILLER                      PIC X(65)   VALUE SPACES.
      *
       01  LN-SUBTITULO.
           05  LN-SUB-TEXTO                PIC X(80).
           05  FILLER                      PIC X(52)   VALUE SPACES.
      *
       01  LN-BLANCO                       PIC X(132)  VALUE SPACES.
      *
       01  LN-HOR-CABECERA.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(08)   VALUE 'TRAN'.
           05  FILLER                      PIC X(06)   VALUE 'HORA'.
           05  FILLER                      PIC X(07)   VALUE '  EJEC.'.
           05  FILLER                      PIC X(14)
                                           VALUE '   PROMEDIO MS'.
           05  FILLER                      PIC X(14)
                                           VALUE '        P95 MS'.
           05  FILLER                      PIC X(14)
                                           VALUE '     MAXIMO MS'.
           05  FILLER                      PIC X(14)
                                           VALUE '   OBJETIVO MS'.
           05  FILLER                      PIC X(53)   VALUE SPACES.
      *
       01  LN-HOR-DETALLE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-HOR-TRAN                 PIC X(04).
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  LN-HOR-HORA                 PIC X(02).
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  LN-HOR-EJECUCIONES          PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-HOR-PROMEDIO             PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-HOR-P95                  PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-HOR-MAXIMO               PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-HOR-OBJETIVO             PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-HOR-MARCA                PIC X(01).
           05  FILLER                      PIC X(50)   VALUE SPACES.
      *
       01  LN-ALERTA.
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  FILLER                      PIC X(30)
                               VALUE '>>> INCUMPLIMIENTO SOSTENIDO: '.
           05  LN-ALE-HORAS                PIC Z9.
           05  FILLER                      PIC X(41)
                   VALUE ' HORAS SEGUIDAS CON EL P95 SOBRE OBJETIVO'.
           05  FILLER                      PIC X(55)   VALUE SPACES.
      *
       01  LN-LEN-CABECERA.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE 'TRAN'.
           05  FILLER                      PIC X(11)   VALUE 'PROGRAMA'.
           05  FILLER                      PIC X(11)   VALUE 'INICIO'.
           05  FILLER                      PIC X(11)   VALUE 'USUARIO'.
           05  FILLER                      PIC X(04)   VALUE 'TERM'.
           05  FILLER                      PIC X(14)
                                           VALUE '   TIEMPO (MS)'.
           05  FILLER                      PIC X(12)
                                           VALUE '       FILAS'.
           05  FILLER                      PIC X(60)   VALUE SPACES.
      *
       01  LN-LEN-DETALLE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-LEN-TRAN                 PIC X(04).
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-LEN-PROGRAMA             PIC X(08).
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-LEN-INICIO.
               10  LN-LEN-HH               PIC X(02).
               10  FILLER                  PIC X(01)   VALUE ':'.
               10  LN-LEN-MM               PIC X(02).
               10  FILLER                  PIC X(01)   VALUE ':'.
               10  LN-LEN-SS               PIC X(02).
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-LEN-USUARIO              PIC X(08).
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-LEN-TERMINAL             PIC X(04).
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-LEN-MSEG                 PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-LEN-FILAS                PIC Z.ZZZ.ZZ9.
           05  FILLER                      PIC X(60)   VALUE SPACES.
      *
       01  LN-LEN-CRITERIO.
           05  FILLER                      PIC X(07)   VALUE SPACES.
           05  FILLER                      PIC X(10)
                                           VALUE 'CRITERIO: '.
           05  LN-LEN-TXT-CRITERIO         PIC X(80).
           05  FILLER                      PIC X(35)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-ALERTADA                 PIC X(01)   VALUE 'N'.
               88  TRAN-ALERTADA                       VALUE 'S'.
               88  TRAN-NO-ALERTADA                    VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C66B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-OBJETIVO-DEFECTO         PIC 9(07)   VALUE 3000.
           05  CT-HORAS-DEFECTO            PIC 9(02)   VALUE 3.
           05  CT-LENTAS-DEFECTO           PIC 9(03)   VALUE 20.
           05  CT-MARCA-FUERA              PIC X(01)   VALUE '*'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-LEIDOS                   PIC 9(07)   VALUE ZEROES.
           05  CN-HORAS                    PIC 9(07)   VALUE ZEROES.
           05  CN-HORAS-FUERA              PIC 9(07)   VALUE ZEROES.
           05  CN-ALERTAS                  PIC 9(07)   VALUE ZEROES.
           05  CN-LENTAS                   PIC 9(07)   VALUE ZEROES.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      *  COPY DE LA RUTINA V19C025 (EVENTOS Y ALERTAS)
           COPY V1WC925.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT139
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT140
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    EJECUCIONES DE LA FECHA ORDENADAS POR TRANSACCION, HORA Y
      *    TIEMPO DE RESPUESTA, CON LOS TOTALES DE SU HORA Y EL
      *    OBJETIVO DE LA TRANSACCION
      *
           EXEC SQL
               DECLARE V13C66B-V1DC6611
               CURSOR FOR
               SELECT A.COD_TRAN,
                      SUBSTR(A.HOR_INICIO, 1, 2),
                      A.MSEG_RESPUESTA,
                      B.CANT_HORA,
                      B.PROM_HORA,
                      B.MAX_HORA,
                      VALUE(C.MSEG_OBJETIVO, :WS-OBJETIVO-DEF),
                      VALUE(C.CANT_HORAS_SOSTEN, :WS-HORAS-DEF)
               FROM V1DT139 A
                    INNER JOIN
                     (SELECT COD_TRAN,
                             SUBSTR(HOR_INICIO, 1, 2) AS HORA,
                             COUNT(*)                 AS CANT_HORA,
                             AVG(MSEG_RESPUESTA)      AS PROM_HORA,
                             MAX(MSEG_RESPUESTA)      AS MAX_HORA
                      FROM V1DT139
                      WHERE FEC_INICIO = :WS-FEC-PROCESO
                      GROUP BY COD_TRAN,
                               SUBSTR(HOR_INICIO, 1, 2)) B
                      ON  B.COD_TRAN = A.COD_TRAN
                      AND B.HORA     = SUBSTR(A.HOR_INICIO, 1, 2)
                    LEFT OUTER JOIN V1DT140 C
                      ON C.COD_TRAN = A.COD_TRAN
               WHERE A.FEC_INICIO = :WS-FEC-PROCESO
               ORDER BY 1,
                        2,
                        3
           END-EXEC
      *
      *    EJECUCIONES DE LA FECHA DE LA MAS LENTA A LA MAS RAPIDA
      *
           EXEC SQL
               DECLARE V13C66B-V1DC6612
               CURSOR FOR
               SELECT COD_TRAN,
                      COD_PROGRAMA,
                      HOR_INICIO,
                      COD_USUARIO,
                      COD_TERMINAL,
                      MSEG_RESPUESTA,
                      CANT_FILAS,
                      TXT_CRITERIO
               FROM V1DT139
               WHERE FEC_INICIO = :WS-FEC-PROCESO
               ORDER BY MSEG_RESPUESTA DESC
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
           PERFORM 2000-PERCENTILES-HORA
              THRU 2000-PERCENTILES-HORA-EXIT
      *
           PERFORM 3000-EJECUCIONES-LENTAS
              THRU 3000-EJECUCIONES-LENTAS-EXIT
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
           OPEN INPUT  ARCH-PARAMETROS
                OUTPUT ARCH-REPORTE
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           READ ARCH-PARAMETROS
               AT END
                   MOVE SPACES             TO REG-PARAMETROS
           END-READ
      *
           IF  PAR-FEC-PROCESO EQUAL SPACES
               MOVE WS-FEC-HOY             TO WS-FEC-PROCESO
           ELSE
               MOVE PAR-FEC-PROCESO        TO WS-FEC-PROCESO
           END-IF
      *
           MOVE PAR-OBJETIVO               TO WS-OBJETIVO-X
           INSPECT WS-OBJETIVO-X REPLACING LEADING SPACES BY ZEROES
           IF  WS-OBJETIVO-X NOT NUMERIC
            OR WS-OBJETIVO-N EQUAL ZEROES
               MOVE CT-OBJETIVO-DEFECTO    TO WS-OBJETIVO-N
           END-IF
           MOVE WS-OBJETIVO-N              TO WS-OBJETIVO-DEF
      *
           MOVE PAR-HORAS-SOSTEN           TO WS-HORAS-X
           INSPECT WS-HORAS-X REPLACING LEADING SPACES BY ZEROES
           IF  WS-HORAS-X NOT NUMERIC
            OR WS-HORAS-N EQUAL ZEROES
               MOVE CT-HORAS-DEFECTO       TO WS-HORAS-N
           END-IF
           MOVE WS-HORAS-N                 TO WS-HORAS-DEF
      *
           MOVE PAR-CANT-LENTAS            TO WS-LENTAS-X
           INSPECT WS-LENTAS-X REPLACING LEADING SPACES BY ZEROES
           IF  WS-LENTAS-X NOT NUMERIC
            OR WS-LENTAS-N EQUAL ZEROES
               MOVE CT-LENTAS-DEFECTO      TO WS-LENTAS-N
           END-IF
           MOVE WS-LENTAS-N                TO WS-CANT-LENTAS
      *
           MOVE ZEROES                     TO CN-LEIDOS
                                              CN-HORAS
                                              CN-HORAS-FUERA
                                              CN-ALERTAS
                                              CN-LENTAS
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-PROCESO             TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           MOVE WS-FEC-PROCESO(7:2)        TO WS-FEC-ED(1:2)
           MOVE '/'                        TO WS-FEC-ED(3:1)
           MOVE WS-FEC-PROCESO(5:2)        TO WS-FEC-ED(4:2)
           MOVE '/'                        TO WS-FEC-ED(6:1)
           MOVE WS-FEC-PROCESO(1:4)        TO WS-FEC-ED(7:4)
           MOVE WS-FEC-ED                  TO LN-TIT-FECHA
      *
           WRITE REG-REPORTE             FROM LN-TITULO
           WRITE REG-REPORTE             FROM LN-BLANCO
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                   2000-PERCENTILES-HORA                        *
      *  UNA LINEA POR TRANSACCION Y HORA.  LA LINEA SE ESCRIBE AL     *
      *  LLEGAR A LA EJECUCION QUE OCUPA LA POSICION DEL PERCENTIL 95  *
      ******************************************************************
       2000-PERCENTILES-HORA.
      *
           MOVE 'TIEMPO DE RESPUESTA POR TRANSACCION Y HORA'
                                           TO LN-SUB-TEXTO
           WRITE REG-REPORTE             FROM LN-SUBTITULO
           WRITE REG-REPORTE             FROM LN-HOR-CABECERA
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C66B-V1DC6611
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-EJECUCION
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C66B-V1DC6611
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  CN-LEIDOS EQUAL ZEROES
               MOVE '  SIN EJECUCIONES REGISTRADAS EN LA FECHA'
                                           TO LN-SUB-TEXTO
               WRITE REG-REPORTE         FROM LN-SUBTITULO
           END-IF
      *
           WRITE REG-REPORTE             FROM LN-BLANCO
      *
           .
       2000-PERCENTILES-HORA-EXIT.
           EXIT.
      ******************************************************************
      * LEER-EJECUCION
      ******************************************************************
       LEER-EJECUCION.
      *
           EXEC SQL
               FETCH V13C66B-V1DC6611
               INTO :WS-COD-TRAN,
                    :WS-HORA,
                    :MSEG-RESPUESTA-REN,
                    :WS-CANT-HORA,
                    :WS-PROM-HORA,
                    :WS-MAX-HORA,
                    :MSEG-OBJETIVO,
                    :CANT-HORAS-SOSTEN
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2100-TRATAR-EJECUCION
                      THRU 2100-TRATAR-EJECUCION-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  2100-TRATAR-EJECUCION                         *
      *  CAMBIO DE TRANSACCION: SE REINICIA LA RACHA Y LA ALERTA.      *
      *  CAMBIO DE HORA: SE CALCULA LA POSICION DEL PERCENTIL 95       *
      ******************************************************************
       2100-TRATAR-EJECUCION.
      *
           ADD 1                           TO CN-LEIDOS
      *
           IF  WS-COD-TRAN NOT EQUAL WS-TRAN-ANT
               MOVE WS-COD-TRAN            TO WS-TRAN-ANT
               MOVE LOW-VALUES             TO WS-HORA-ANT
               MOVE ZEROES                 TO WS-RACHA
                                              WS-HORA-FUERA-ANT
               SET TRAN-NO-ALERTADA        TO TRUE
           END-IF
      *
           IF  WS-HORA NOT EQUAL WS-HORA-ANT
               MOVE WS-HORA                TO WS-HORA-ANT
               MOVE ZEROES                 TO WS-POSICION
               COMPUTE WS-POS-P95 = (WS-CANT-HORA * 95 + 99) / 100
           END-IF
      *
           ADD 1                           TO WS-POSICION
      *
           IF  WS-POSICION EQUAL WS-POS-P95
               PERFORM 2200-EVALUAR-HORA
                  THRU 2200-EVALUAR-HORA-EXIT
           END-IF
      *
           .
       2100-TRATAR-EJECUCION-EXIT.
           EXIT.
      ******************************************************************
      *                    2200-EVALUAR-HORA                           *
      *  LA RACHA SOLO CRECE SI LA HORA MARCADA SIGUE A LA ANTERIOR    *
      *  MARCADA; WS-HORA-FUERA-ANT GUARDA LA HORA + 1 PARA QUE LA     *
      *  HORA 00 NO SE CONFUNDA CON "SIN HORA ANTERIOR"                *
      ******************************************************************
       2200-EVALUAR-HORA.
      *
           ADD 1                           TO CN-HORAS
      *
           IF  CANT-HORAS-SOSTEN LESS THAN 1
               MOVE 1                      TO CANT-HORAS-SOSTEN
           END-IF
      *
           MOVE WS-COD-TRAN                TO LN-HOR-TRAN
           MOVE WS-HORA                    TO LN-HOR-HORA
           MOVE WS-CANT-HORA               TO LN-HOR-EJECUCIONES
           MOVE WS-PROM-HORA               TO LN-HOR-PROMEDIO
           MOVE MSEG-RESPUESTA-REN         TO LN-HOR-P95
           MOVE WS-MAX-HORA                TO LN-HOR-MAXIMO
           MOVE MSEG-OBJETIVO              TO LN-HOR-OBJETIVO
           MOVE SPACES                     TO LN-HOR-MARCA
      *
           IF  MSEG-RESPUESTA-REN GREATER THAN MSEG-OBJETIVO
               MOVE CT-MARCA-FUERA         TO LN-HOR-MARCA
               ADD 1                       TO CN-HORAS-FUERA
               IF  WS-RACHA GREATER THAN ZEROES
               AND WS-HORA-N EQUAL WS-HORA-FUERA-ANT
                   ADD 1                   TO WS-RACHA
               ELSE
                   MOVE 1                  TO WS-RACHA
               END-IF
               COMPUTE WS-HORA-FUERA-ANT = WS-HORA-N + 1
           ELSE
               MOVE ZEROES                 TO WS-RACHA
           END-IF
      *
           WRITE REG-REPORTE             FROM LN-HOR-DETALLE
      *
           IF  WS-RACHA NOT LESS THAN CANT-HORAS-SOSTEN
           AND TRAN-NO-ALERTADA
               PERFORM 2300-ALERTAR-INCUMPLIMIENTO
                  THRU 2300-ALERTAR-INCUMPLIMIENTO-EXIT
           END-IF
      *
           .
       2200-EVALUAR-HORA-EXIT.
           EXIT.
      ******************************************************************
      *                2300-ALERTAR-INCUMPLIMIENTO                     *
      *  UN EVENTO POR TRANSACCION Y DIA, AL COMPLETARSE LA RACHA      *
      ******************************************************************
       2300-ALERTAR-INCUMPLIMIENTO.
      *
           SET TRAN-ALERTADA               TO TRUE
           ADD 1                           TO CN-ALERTAS
      *
           MOVE WS-RACHA                   TO LN-ALE-HORAS
           WRITE REG-REPORTE             FROM LN-ALERTA
      *
           MOVE WS-RACHA                   TO WS-RACHA-ED
           INITIALIZE V1WC925
           MOVE CT-PROGRAMA                TO W925-PROGRAMA
           MOVE 'A'                        TO W925-SEVERIDAD
           STRING 'TRAN '
                  WS-COD-TRAN
                  ' P95 SOBRE OBJETIVO '
                  WS-RACHA-ED
                  ' HORAS HASTA LAS '
                  WS-HORA
                  'H'
                  DELIMITED BY SIZE
                  INTO W925-TEXTO
           END-STRING
           CALL CT-V19C025 USING V1WC925
      *
           .
       2300-ALERTAR-INCUMPLIMIENTO-EXIT.
           EXIT.
      ******************************************************************
      *                 3000-EJECUCIONES-LENTAS                        *
      *  LAS N EJECUCIONES MAS LENTAS DEL DIA, CON SU CRITERIO         *
      ******************************************************************
       3000-EJECUCIONES-LENTAS.
      *
           MOVE 'EJECUCIONES MAS LENTAS DEL DIA'
                                           TO LN-SUB-TEXTO
           WRITE REG-REPORTE             FROM LN-SUBTITULO
           WRITE REG-REPORTE             FROM LN-LEN-CABECERA
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C66B-V1DC6612
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-LENTA
             UNTIL FIN-CURSOR
                OR CN-LENTAS NOT LESS THAN WS-CANT-LENTAS
      *
           EXEC SQL
               CLOSE V13C66B-V1DC6612
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3000-EJECUCIONES-LENTAS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-LENTA
      ******************************************************************
       LEER-LENTA.
      *
           EXEC SQL
               FETCH V13C66B-V1DC6612
               INTO :COD-TRAN-REN,
                    :COD-PROGRAMA-REN,
                    :HOR-INICIO-REN,
                    :COD-USUARIO-REN,
                    :COD-TERMINAL-REN,
                    :MSEG-RESPUESTA-REN,
                    :CANT-FILAS-REN,
                    :TXT-CRITERIO-REN
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3100-IMPRIMIR-LENTA
                      THRU 3100-IMPRIMIR-LENTA-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   3100-IMPRIMIR-LENTA                          *
      ******************************************************************
       3100-IMPRIMIR-LENTA.
      *
           ADD 1                           TO CN-LENTAS
      *
           MOVE COD-TRAN-REN               TO LN-LEN-TRAN
           MOVE COD-PROGRAMA-REN           TO LN-LEN-PROGRAMA
           MOVE HOR-INICIO-REN(1:2)        TO LN-LEN-HH
           MOVE HOR-INICIO-REN(3:2)        TO LN-LEN-MM
           MOVE HOR-INICIO-REN(5:2)        TO LN-LEN-SS
           MOVE COD-USUARIO-REN            TO LN-LEN-USUARIO
           MOVE COD-TERMINAL-REN           TO LN-LEN-TERMINAL
           MOVE MSEG-RESPUESTA-REN         TO LN-LEN-MSEG
           MOVE CANT-FILAS-REN             TO LN-LEN-FILAS
      *
           WRITE REG-REPORTE             FROM LN-LEN-DETALLE
      *
           IF  TXT-CRITERIO-REN NOT EQUAL SPACES
               MOVE TXT-CRITERIO-REN       TO LN-LEN-TXT-CRITERIO
               WRITE REG-REPORTE         FROM LN-LEN-CRITERIO
           END-IF
      *
           .
       3100-IMPRIMIR-LENTA-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           DISPLAY 'V13C66B - EJECUCIONES LEIDAS:        ' CN-LEIDOS
           DISPLAY 'V13C66B - HORAS REPORTADAS:          ' CN-HORAS
           DISPLAY 'V13C66B - HORAS SOBRE EL OBJETIVO:   '
                   CN-HORAS-FUERA
           DISPLAY 'V13C66B - INCUMPLIMIENTOS SOSTENIDOS:' CN-ALERTAS
           DISPLAY 'V13C66B - EJECUCIONES LENTAS:        ' CN-LENTAS
      *
           IF  CN-ALERTAS GREATER THAN ZEROES
               MOVE 04                     TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-LEIDOS                  TO W924-CANT-LEIDOS
           MOVE CN-HORAS                   TO W924-CANT-GRABADOS
           MOVE CN-ALERTAS                 TO W924-CANT-ACTUALIZADOS
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
           DISPLAY 'V13C66B - ERROR DB2 SQLCODE: ' SQLCODE
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
