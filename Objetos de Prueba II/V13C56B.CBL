      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C56B                                             *
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
      * ARCHIVO DE ENTRADA: PARMEJE (MES A CERRAR AAAAMM Y ENTIDAD     *
      *  JURIDICA OPCIONAL; EN BLANCO ES EL CONSOLIDADO)               *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALEJE (PRODUCCION DEL MES POR EJECUTIVO DE *
      *  CUENTA CON CORTE POR SUCURSAL Y TOTAL DEL BANCO)              *
      * ------------------                                             *
      * PROCESO GLOBAL: PRODUCCION MENSUAL DE LOS EJECUTIVOS DE        *
      *  CUENTA.  CADA CLIENTE SE ATRIBUYE AL EJECUTIVO Y A LA         *
      *  SUCURSAL QUE TIENE EN EL MAESTRO LOCAL V1DT079; LOS CLIENTES  *
      *  AUN SIN MAESTRO QUEDAN EN 'SIN ASIG'.  POR EJECUTIVO SE       *
      *  ACUMULA, EN DOLARES:                                          *
      *  - VOLUMEN Y CANTIDAD DE OPERACIONES DEL MES (V1DT001, SIN LAS *
      *    INTERBANCARIAS);                                            *
      *  - COMISION CALCULADA EN EL MES (V1DT022);                     *
      *  - COMISION COBRADA: CARGOS GENERADOS EN EL MES Y APLICADOS    *
      *    POR EL SISTEMA DE DEPOSITOS (V1DT069 EST_COBRO 'A');        *
      *  - COMISION EXONERADA EN EL MES (V1DT070 CONTRA V1DT022);      *
      *  - CLIENTES NUEVOS: SU PRIMERA OPERACION ES DEL MES;           *
      *  - CLIENTES PERDIDOS: SU ULTIMA OPERACION FUE HACE TRES MESES  *
      *    Y AL CERRAR ESTE MES COMPLETAN TRES MESES SIN OPERAR.       *
      *  SE LISTA POR SUCURSAL Y EJECUTIVO CON TOTALES Y LA PRODUCCION *
      *  SE GRABA EN V1DT126 (REEMPLAZANDO LA DEL MES Y ENTIDAD), DE   *
      *  DONDE LA TOMA EL EXTRACTO DEL ALMACEN V13C36B DEL DIA         *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C56B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMEJE
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALEJE
                                        ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
      *                                                                *
      *                D A T A            D I V I S I O N              *
      *                                                                *
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *                                                                *
      *                  F I L E        S E C T I O N                 *
      *                                                                *
      ******************************************************************
       FILE SECTION.
      *
       FD  ARCH-PARAMETROS
           RECORDING MODE IS F.
      *
       01  REG-PARAMETROS.
           05  PAR-ANO-MES                 PIC X(06).
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(70).
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
           05  WS-ENT-BANCO                PIC X(04)   VALUE SPACES.
      *    MES PEDIDO Y SUS LIMITES
           05  WS-ANO-MES                  PIC X(06)   VALUE SPACES.
           05  WS-ANO-MES-R REDEFINES WS-ANO-MES.
               10  WS-ANO                  PIC 9(04).
               10  WS-MES                  PIC 9(02).
           05  WS-DESDE                    PIC X(08)   VALUE SPACES.
           05  WS-HASTA                    PIC X(08)   VALUE SPACES.
      *    MES DE LA ULTIMA OPERACION DE UN CLIENTE PERDIDO
           05  WS-ANO-MES-INAC             PIC X(06)   VALUE SPACES.
           05  WS-ANO-MES-INAC-R REDEFINES WS-ANO-MES-INAC.
               10  WS-ANO-INAC             PIC 9(04).
               10  WS-MES-INAC             PIC 9(02).
           05  WS-DESDE-INAC               PIC X(08)   VALUE SPACES.
           05  WS-HASTA-INAC               PIC X(08)   VALUE SPACES.
      *    FILA LEIDA DE LOS CURSORES
           05  WS-SUCURSAL                 PIC X(04)   VALUE SPACES.
           05  WS-EJECUTIVO                PIC X(08)   VALUE SPACES.
           05  WS-CANTIDAD                 PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-IMPORTE                  PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
      *    CLAVE DE LA TABLA Y SUBINDICES
           05  WS-CLAVE.
               10  WS-CLA-SUCURSAL         PIC X(04).
               10  WS-CLA-EJECUTIVO        PIC X(08).
           05  WS-E                        PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-E-ANT                    PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-E-POSICION               PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-E-HALLADA                PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-N                        PIC S9(04)  COMP
                                                       VALUE ZEROES.
      *    CORTE DEL REPORTE
           05  WS-SUC-ACTUAL               PIC X(04)   VALUE SPACES.
      ******************************************************************
      *   TABLA INTERNA DE EJECUTIVOS, ORDENADA POR SUCURSAL Y CODIGO  *
      ******************************************************************
       01  TB-EJECUTIVOS.
           05  TB-CANT-EJE                 PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  TB-EJE                      OCCURS 2000 TIMES.
               10  TB-EJE-CLAVE.
                   15  TB-EJE-SUCURSAL     PIC X(04).
                   15  TB-EJE-EJECUTIVO    PIC X(08).
               10  TB-EJE-OPERACIONES      PIC S9(09)  COMP-3.
               10  TB-EJE-VOLUMEN          PIC S9(15)V9(02) COMP-3.
               10  TB-EJE-COM-CALCULADA    PIC S9(13)V9(02) COMP-3.
               10  TB-EJE-COM-COBRADA      PIC S9(13)V9(02) COMP-3.
               10  TB-EJE-COM-EXONERADA    PIC S9(13)V9(02) COMP-3.
               10  TB-EJE-CLI-NUEVOS       PIC S9(07)  COMP-3.
               10  TB-EJE-CLI-PERDIDOS     PIC S9(07)  COMP-3.
      ******************************************************************
      *     ACUMULADOS DEL REPORTE: 1 SUCURSAL, 2 BANCO                *
      ******************************************************************
       01  TB-ACUMULADOS.
           05  TB-ACUM                     OCCURS 2 TIMES.
               10  TB-ACU-OPERACIONES      PIC S9(09)  COMP-3.
               10  TB-ACU-VOLUMEN          PIC S9(15)V9(02) COMP-3.
               10  TB-ACU-COM-CALCULADA    PIC S9(15)V9(02) COMP-3.
               10  TB-ACU-COM-COBRADA      PIC S9(15)V9(02) COMP-3.
               10  TB-ACU-COM-EXONERADA    PIC S9(15)V9(02) COMP-3.
               10  TB-ACU-CLI-NUEVOS       PIC S9(07)  COMP-3.
               10  TB-ACU-CLI-PERDIDOS     PIC S9(07)  COMP-3.
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(41)
               VALUE 'PRODUCCION DE EJECUTIVOS DE CUENTA - MES '.
           05  LN-TIT-ANO-MES              PIC X(06).
           05  FILLER                      PIC X(10)
                                           VALUE ' ENTIDAD: '.
           05  LN-TIT-ENTIDAD              PIC X(11).
           05  FILLER                      PIC X(22)
               VALUE ' (IMPORTES EN DOLARES)'.
           05  FILLER                      PIC X(42)   VALUE SPACES.
      *
       01  LN-CABECERA.
           05  FILLER                      PIC X(14)
                                           VALUE 'SUCU EJECUTIVO'.
           05  FILLER                      PIC X(12)
                                           VALUE ' OPERACIONES'.
           05  FILLER                      PIC X(20)
               VALUE '         VOLUMEN USD'.
           05  FILLER                      PIC X(19)
               VALUE '     COM. CALCULADA'.
           05  FILLER                      PIC X(19)
               VALUE '       COM. COBRADA'.
           05  FILLER                      PIC X(19)
               VALUE '     COM. EXONERADA'.
           05  FILLER                      PIC X(08)   VALUE '  NUEVOS'.
           05  FILLER                      PIC X(08)   VALUE ' PERDIDO'.
           05  FILLER                      PIC X(13)   VALUE SPACES.
      *
       01  LN-DETALLE.
           05  LN-DET-SUCURSAL             PIC X(04).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-EJECUTIVO            PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-OPERACIONES          PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-VOLUMEN              PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-COM-CALCULADA        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-COM-COBRADA          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-COM-EXONERADA        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-CLI-NUEVOS           PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-CLI-PERDIDOS         PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(14)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C56B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-DIV-DOLAR                PIC X(03)   VALUE '1'.
           05  CT-CONTRAPARTE-BANCO        PIC X(01)   VALUE 'B'.
           05  CT-EST-APLICADO             PIC X(01)   VALUE 'A'.
           05  CT-SIN-SUCURSAL             PIC X(04)   VALUE '----'.
           05  CT-SIN-EJECUTIVO            PIC X(08)   VALUE 'SIN ASIG'.
           05  CT-MESES-INACTIVIDAD        PIC 9(02)   VALUE 3.
           05  CT-MAX-EJECUTIVOS           PIC S9(04)  COMP  VALUE 2000.
           05  CT-SUCURSAL                 PIC S9(04)  COMP  VALUE 1.
           05  CT-BANCO                    PIC S9(04)  COMP  VALUE 2.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-FILAS-LEIDAS             PIC 9(07)   VALUE ZEROES.
           05  CN-EJECUTIVOS               PIC 9(07)   VALUE ZEROES.
           05  CN-SUCURSALES               PIC 9(07)   VALUE ZEROES.
           05  CN-GRABADAS                 PIC 9(07)   VALUE ZEROES.
           05  CN-BORRADAS                 PIC 9(07)   VALUE ZEROES.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT126
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    VOLUMEN Y OPERACIONES DEL MES POR EJECUTIVO
      *
           EXEC SQL
               DECLARE V13C56B-V1DC5611
               CURSOR FOR
               SELECT VALUE(B.COD_SUCURSAL, :CT-SIN-SUCURSAL),
                      VALUE(B.COD_EJECUTIVO, :CT-SIN-EJECUTIVO),
                      COUNT(*),
                      VALUE(SUM(
                      CASE WHEN A.COD_DIV_OPE = :CT-DIV-DOLAR
                           THEN A.IMP_OPE
                           ELSE A.IMP_OPE * A.TAS_DOLAR
                      END), 0)
               FROM V1DT001 A
                    LEFT OUTER JOIN V1DT079 B
                      ON B.NUM_DOC_PERSONA = A.NUM_DOC_PERSONA
               WHERE A.FEC_OPE >= :WS-DESDE
                 AND A.FEC_OPE <= :WS-HASTA
                 AND A.CLA_CONTRAPARTE <> :CT-CONTRAPARTE-BANCO
                 AND (A.COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
               GROUP BY B.COD_SUCURSAL,
                        B.COD_EJECUTIVO
           END-EXEC
      *
      *    COMISION CALCULADA EN EL MES (EN DOLARES)
      *
           EXEC SQL
               DECLARE V13C56B-V1DC5612
               CURSOR FOR
               SELECT VALUE(B.COD_SUCURSAL, :CT-SIN-SUCURSAL),
                      VALUE(B.COD_EJECUTIVO, :CT-SIN-EJECUTIVO),
                      COUNT(*),
                      VALUE(SUM(C.IMP_COMISION), 0)
               FROM V1DT022 C
                    INNER JOIN V1DT001 A
                      ON A.NUM_REF = C.NUM_REF
                    LEFT OUTER JOIN V1DT079 B
                      ON B.NUM_DOC_PERSONA = A.NUM_DOC_PERSONA
               WHERE C.FEC_CALCULO >= :WS-DESDE
                 AND C.FEC_CALCULO <= :WS-HASTA
                 AND (A.COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
               GROUP BY B.COD_SUCURSAL,
                        B.COD_EJECUTIVO
           END-EXEC
      *
      *    COMISION COBRADA: CARGOS DEL MES APLICADOS POR DEPOSITOS
      *
           EXEC SQL
               DECLARE V13C56B-V1DC5613
               CURSOR FOR
               SELECT VALUE(B.COD_SUCURSAL, :CT-SIN-SUCURSAL),
                      VALUE(B.COD_EJECUTIVO, :CT-SIN-EJECUTIVO),
                      COUNT(*),
                      VALUE(SUM(K.IMP_COBRO), 0)
               FROM V1DT069 K
                    INNER JOIN V1DT001 A
                      ON A.NUM_REF = K.NUM_REF
                    LEFT OUTER JOIN V1DT079 B
                      ON B.NUM_DOC_PERSONA = A.NUM_DOC_PERSONA
               WHERE K.FEC_GENERADO >= :WS-DESDE
                 AND K.FEC_GENERADO <= :WS-HASTA
                 AND K.EST_COBRO     = :CT-EST-APLICADO
                 AND (A.COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
               GROUP BY B.COD_SUCURSAL,
                        B.COD_EJECUTIVO
           END-EXEC
      *
      *    COMISION EXONERADA EN EL MES
      *
           EXEC SQL
               DECLARE V13C56B-V1DC5614
               CURSOR FOR
               SELECT VALUE(B.COD_SUCURSAL, :CT-SIN-SUCURSAL),
                      VALUE(B.COD_EJECUTIVO, :CT-SIN-EJECUTIVO),
                      COUNT(*),
                      VALUE(SUM(C.IMP_COMISION), 0)
               FROM V1DT070 E
                    INNER JOIN V1DT022 C
                      ON C.NUM_REF = E.NUM_REF
                    INNER JOIN V1DT001 A
                      ON A.NUM_REF = E.NUM_REF
                    LEFT OUTER JOIN V1DT079 B
                      ON B.NUM_DOC_PERSONA = A.NUM_DOC_PERSONA
               WHERE E.FEC_EXONERACION >= :WS-DESDE
                 AND E.FEC_EXONERACION <= :WS-HASTA
                 AND (A.COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
               GROUP BY B.COD_SUCURSAL,
                        B.COD_EJECUTIVO
           END-EXEC
      *
      *    CLIENTES NUEVOS: SIN OPERACIONES ANTES DEL MES
      *
           EXEC SQL
               DECLARE V13C56B-V1DC5615
               CURSOR FOR
               SELECT VALUE(B.COD_SUCURSAL, :CT-SIN-SUCURSAL),
                      VALUE(B.COD_EJECUTIVO, :CT-SIN-EJECUTIVO),
                      COUNT(DISTINCT A.NUM_DOC_PERSONA)
               FROM V1DT001 A
                    LEFT OUTER JOIN V1DT079 B
                      ON B.NUM_DOC_PERSONA = A.NUM_DOC_PERSONA
               WHERE A.FEC_OPE >= :WS-DESDE
                 AND A.FEC_OPE <= :WS-HASTA
                 AND A.CLA_CONTRAPARTE <> :CT-CONTRAPARTE-BANCO
                 AND (A.COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT001 X
                      WHERE X.NUM_DOC_PERSONA = A.NUM_DOC_PERSONA
                        AND X.FEC_OPE         < :WS-DESDE)
               GROUP BY B.COD_SUCURSAL,
                        B.COD_EJECUTIVO
           END-EXEC
      *
      *    CLIENTES PERDIDOS: OPERARON EN EL MES DE INACTIVIDAD Y NO
      *    VOLVIERON A OPERAR HASTA EL CIERRE DEL MES PEDIDO
      *
           EXEC SQL
               DECLARE V13C56B-V1DC5616
               CURSOR FOR
               SELECT VALUE(B.COD_SUCURSAL, :CT-SIN-SUCURSAL),
                      VALUE(B.COD_EJECUTIVO, :CT-SIN-EJECUTIVO),
                      COUNT(DISTINCT A.NUM_DOC_PERSONA)
               FROM V1DT001 A
                    LEFT OUTER JOIN V1DT079 B
                      ON B.NUM_DOC_PERSONA = A.NUM_DOC_PERSONA
               WHERE A.FEC_OPE >= :WS-DESDE-INAC
                 AND A.FEC_OPE <= :WS-HASTA-INAC
                 AND A.CLA_CONTRAPARTE <> :CT-CONTRAPARTE-BANCO
                 AND (A.COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT001 X
                      WHERE X.NUM_DOC_PERSONA = A.NUM_DOC_PERSONA
                        AND X.FEC_OPE         > :WS-HASTA-INAC
                        AND X.FEC_OPE        <= :WS-HASTA)
               GROUP BY B.COD_SUCURSAL,
                        B.COD_EJECUTIVO
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
           PERFORM 2000-ACUMULAR
              THRU 2000-ACUMULAR-EXIT
      *
           PERFORM 3000-REPORTE
              THRU 3000-REPORTE-EXIT
      *
           PERFORM 4000-GRABAR-PRODUCCION
              THRU 4000-GRABAR-PRODUCCION-EXIT
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
           OPEN OUTPUT ARCH-REPORTE
      *
           READ ARCH-PARAMETROS
               AT END
                   DISPLAY 'V13C56B - ARCHIVO DE PARAMETROS VACIO'
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           MOVE PAR-ANO-MES                TO WS-ANO-MES
           MOVE PAR-COD-ENT-BANCO          TO WS-ENT-BANCO
      *
           IF  WS-ANO-MES NOT NUMERIC
            OR WS-MES LESS THAN 1
            OR WS-MES GREATER THAN 12
               DISPLAY 'V13C56B - MES INVALIDO EN PARAMETROS: '
                       PAR-ANO-MES
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
           STRING WS-ANO-MES '01'
                  DELIMITED BY SIZE
                  INTO WS-DESDE
           END-STRING
           STRING WS-ANO-MES '31'
                  DELIMITED BY SIZE
                  INTO WS-HASTA
           END-STRING
      *
      *    MES EN QUE OPERO POR ULTIMA VEZ UN CLIENTE QUE AL CIERRE
      *    DEL MES PEDIDO COMPLETA LOS MESES DE INACTIVIDAD
      *
           IF  WS-MES GREATER THAN CT-MESES-INACTIVIDAD
               MOVE WS-ANO                 TO WS-ANO-INAC
               COMPUTE WS-MES-INAC = WS-MES - CT-MESES-INACTIVIDAD
           ELSE
               COMPUTE WS-ANO-INAC = WS-ANO - 1
               COMPUTE WS-MES-INAC = WS-MES + 12
                                   - CT-MESES-INACTIVIDAD
           END-IF
      *
           STRING WS-ANO-MES-INAC '01'
                  DELIMITED BY SIZE
                  INTO WS-DESDE-INAC
           END-STRING
           STRING WS-ANO-MES-INAC '31'
                  DELIMITED BY SIZE
                  INTO WS-HASTA-INAC
           END-STRING
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           MOVE ZEROES                     TO CN-FILAS-LEIDAS
                                              CN-EJECUTIVOS
                                              CN-SUCURSALES
                                              CN-GRABADAS
                                              CN-BORRADAS
                                              TB-CANT-EJE
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HOY                 TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                       2000-ACUMULAR                            *
      *  CADA CURSOR DEJA SU CONCEPTO EN LA ENTRADA DEL EJECUTIVO      *
      ******************************************************************
       2000-ACUMULAR.
      *
           PERFORM 2100-VOLUMEN
              THRU 2100-VOLUMEN-EXIT
      *
           PERFORM 2200-COM-CALCULADA
              THRU 2200-COM-CALCULADA-EXIT
      *
           PERFORM 2300-COM-COBRADA
              THRU 2300-COM-COBRADA-EXIT
      *
           PERFORM 2400-COM-EXONERADA
              THRU 2400-COM-EXONERADA-EXIT
      *
           PERFORM 2500-CLIENTES-NUEVOS
              THRU 2500-CLIENTES-NUEVOS-EXIT
      *
           PERFORM 2600-CLIENTES-PERDIDOS
              THRU 2600-CLIENTES-PERDIDOS-EXIT
      *
           .
       2000-ACUMULAR-EXIT.
           EXIT.
      ******************************************************************
      * 2100-VOLUMEN
      ******************************************************************
       2100-VOLUMEN.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C56B-V1DC5611
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-VOLUMEN
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C56B-V1DC5611
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2100-VOLUMEN-EXIT.
           EXIT.
      ******************************************************************
      * LEER-VOLUMEN
      ******************************************************************
       LEER-VOLUMEN.
      *
           EXEC SQL
               FETCH V13C56B-V1DC5611
               INTO :WS-SUCURSAL,
                    :WS-EJECUTIVO,
                    :WS-CANTIDAD,
                    :WS-IMPORTE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5000-UBICAR-EJECUTIVO
                      THRU 5000-UBICAR-EJECUTIVO-EXIT
                   ADD WS-CANTIDAD         TO
                       TB-EJE-OPERACIONES(WS-E-HALLADA)
                   ADD WS-IMPORTE          TO
                       TB-EJE-VOLUMEN(WS-E-HALLADA)

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 2200-COM-CALCULADA
      ******************************************************************
       2200-COM-CALCULADA.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C56B-V1DC5612
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-COM-CALCULADA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C56B-V1DC5612
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2200-COM-CALCULADA-EXIT.
           EXIT.
      ******************************************************************
      * LEER-COM-CALCULADA
      ******************************************************************
       LEER-COM-CALCULADA.
      *
           EXEC SQL
               FETCH V13C56B-V1DC5612
               INTO :WS-SUCURSAL,
                    :WS-EJECUTIVO,
                    :WS-CANTIDAD,
                    :WS-IMPORTE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5000-UBICAR-EJECUTIVO
                      THRU 5000-UBICAR-EJECUTIVO-EXIT
                   ADD WS-IMPORTE          TO
                       TB-EJE-COM-CALCULADA(WS-E-HALLADA)

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 2300-COM-COBRADA
      ******************************************************************
       2300-COM-COBRADA.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C56B-V1DC5613
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-COM-COBRADA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C56B-V1DC5613
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2300-COM-COBRADA-EXIT.
           EXIT.
      ******************************************************************
      * LEER-COM-COBRADA
      ******************************************************************
       LEER-COM-COBRADA.
      *
           EXEC SQL
               FETCH V13C56B-V1DC5613
               INTO :WS-SUCURSAL,
                    :WS-EJECUTIVO,
                    :WS-CANTIDAD,
                    :WS-IMPORTE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5000-UBICAR-EJECUTIVO
                      THRU 5000-UBICAR-EJECUTIVO-EXIT
                   ADD WS-IMPORTE          TO
                       TB-EJE-COM-COBRADA(WS-E-HALLADA)

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 2400-COM-EXONERADA
      ******************************************************************
       2400-COM-EXONERADA.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C56B-V1DC5614
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-COM-EXONERADA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C56B-V1DC5614
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2400-COM-EXONERADA-EXIT.
           EXIT.
      ******************************************************************
      * LEER-COM-EXONERADA
      ******************************************************************
       LEER-COM-EXONERADA.
      *
           EXEC SQL
               FETCH V13C56B-V1DC5614
               INTO :WS-SUCURSAL,
                    :WS-EJECUTIVO,
                    :WS-CANTIDAD,
                    :WS-IMPORTE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5000-UBICAR-EJECUTIVO
                      THRU 5000-UBICAR-EJECUTIVO-EXIT
                   ADD WS-IMPORTE          TO
                       TB-EJE-COM-EXONERADA(WS-E-HALLADA)

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 2500-CLIENTES-NUEVOS
      ******************************************************************
       2500-CLIENTES-NUEVOS.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C56B-V1DC5615
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-CLIENTES-NUEVOS
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C56B-V1DC5615
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2500-CLIENTES-NUEVOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-CLIENTES-NUEVOS
      ******************************************************************
       LEER-CLIENTES-NUEVOS.
      *
           EXEC SQL
               FETCH V13C56B-V1DC5615
               INTO :WS-SUCURSAL,
                    :WS-EJECUTIVO,
                    :WS-CANTIDAD
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5000-UBICAR-EJECUTIVO
                      THRU 5000-UBICAR-EJECUTIVO-EXIT
                   ADD WS-CANTIDAD         TO
                       TB-EJE-CLI-NUEVOS(WS-E-HALLADA)

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 2600-CLIENTES-PERDIDOS
      ******************************************************************
       2600-CLIENTES-PERDIDOS.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C56B-V1DC5616
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-CLIENTES-PERDIDOS
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C56B-V1DC5616
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2600-CLIENTES-PERDIDOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-CLIENTES-PERDIDOS
      ******************************************************************
       LEER-CLIENTES-PERDIDOS.
      *
           EXEC SQL
               FETCH V13C56B-V1DC5616
               INTO :WS-SUCURSAL,
                    :WS-EJECUTIVO,
                    :WS-CANTIDAD
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5000-UBICAR-EJECUTIVO
                      THRU 5000-UBICAR-EJECUTIVO-EXIT
                   ADD WS-CANTIDAD         TO
                       TB-EJE-CLI-PERDIDOS(WS-E-HALLADA)

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                        3000-REPORTE                            *
      *  LA TABLA YA ESTA EN ORDEN DE SUCURSAL Y EJECUTIVO             *
      ******************************************************************
       3000-REPORTE.
      *
           MOVE WS-ANO-MES                 TO LN-TIT-ANO-MES
           IF  WS-ENT-BANCO EQUAL SPACES
               MOVE 'CONSOLIDADO'          TO LN-TIT-ENTIDAD
           ELSE
               MOVE WS-ENT-BANCO           TO LN-TIT-ENTIDAD
           END-IF
      *
           WRITE REG-REPORTE             FROM LN-TITULO
           WRITE REG-REPORTE             FROM LN-CABECERA
      *
           MOVE SPACES                     TO WS-SUC-ACTUAL
           INITIALIZE TB-ACUMULADOS
      *
           PERFORM 3100-LISTAR-EJECUTIVO
              THRU 3100-LISTAR-EJECUTIVO-EXIT
             VARYING WS-E FROM 1 BY 1
             UNTIL WS-E GREATER THAN TB-CANT-EJE
      *
           IF  WS-SUC-ACTUAL NOT EQUAL SPACES
               PERFORM CERRAR-SUCURSAL
           END-IF
      *
           MOVE 'BCO'                      TO LN-DET-SUCURSAL
           MOVE 'TOTAL'                    TO LN-DET-EJECUTIVO
           MOVE CT-BANCO                   TO WS-N
           PERFORM ESCRIBIR-NIVEL
      *
           .
       3000-REPORTE-EXIT.
           EXIT.
      ******************************************************************
      * 3100-LISTAR-EJECUTIVO
      ******************************************************************
       3100-LISTAR-EJECUTIVO.
      *
           IF  TB-EJE-SUCURSAL(WS-E) NOT EQUAL WS-SUC-ACTUAL
               IF  WS-SUC-ACTUAL NOT EQUAL SPACES
                   PERFORM CERRAR-SUCURSAL
               END-IF
               MOVE TB-EJE-SUCURSAL(WS-E)  TO WS-SUC-ACTUAL
               ADD 1                       TO CN-SUCURSALES
           END-IF
      *
           ADD 1                           TO CN-EJECUTIVOS
      *
           MOVE TB-EJE-SUCURSAL(WS-E)      TO LN-DET-SUCURSAL
           MOVE TB-EJE-EJECUTIVO(WS-E)     TO LN-DET-EJECUTIVO
           MOVE TB-EJE-OPERACIONES(WS-E)   TO LN-DET-OPERACIONES
           MOVE TB-EJE-VOLUMEN(WS-E)       TO LN-DET-VOLUMEN
           MOVE TB-EJE-COM-CALCULADA(WS-E) TO LN-DET-COM-CALCULADA
           MOVE TB-EJE-COM-COBRADA(WS-E)   TO LN-DET-COM-COBRADA
           MOVE TB-EJE-COM-EXONERADA(WS-E) TO LN-DET-COM-EXONERADA
           MOVE TB-EJE-CLI-NUEVOS(WS-E)    TO LN-DET-CLI-NUEVOS
           MOVE TB-EJE-CLI-PERDIDOS(WS-E)  TO LN-DET-CLI-PERDIDOS
           WRITE REG-REPORTE             FROM LN-DETALLE
      *
           PERFORM ACUMULAR-NIVEL
             VARYING WS-N FROM 1 BY 1
             UNTIL WS-N GREATER THAN CT-BANCO
      *
           .
       3100-LISTAR-EJECUTIVO-EXIT.
           EXIT.
      ******************************************************************
      * ACUMULAR-NIVEL
      ******************************************************************
       ACUMULAR-NIVEL.
      *
           ADD TB-EJE-OPERACIONES(WS-E)    TO TB-ACU-OPERACIONES(WS-N)
           ADD TB-EJE-VOLUMEN(WS-E)        TO TB-ACU-VOLUMEN(WS-N)
           ADD TB-EJE-COM-CALCULADA(WS-E)  TO
               TB-ACU-COM-CALCULADA(WS-N)
           ADD TB-EJE-COM-COBRADA(WS-E)    TO
               TB-ACU-COM-COBRADA(WS-N)
           ADD TB-EJE-COM-EXONERADA(WS-E)  TO
               TB-ACU-COM-EXONERADA(WS-N)
           ADD TB-EJE-CLI-NUEVOS(WS-E)     TO TB-ACU-CLI-NUEVOS(WS-N)
           ADD TB-EJE-CLI-PERDIDOS(WS-E)   TO TB-ACU-CLI-PERDIDOS(WS-N)
      *
           .
      ******************************************************************
      * CERRAR-SUCURSAL
      ******************************************************************
       CERRAR-SUCURSAL.
      *
           MOVE WS-SUC-ACTUAL              TO LN-DET-SUCURSAL
           MOVE 'TOTAL'                    TO LN-DET-EJECUTIVO
           MOVE CT-SUCURSAL                TO WS-N
           PERFORM ESCRIBIR-NIVEL
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
      *
           .
      ******************************************************************
      * ESCRIBIR-NIVEL
      *  LINEA DE TOTAL DEL ACUMULADO WS-N, QUE LUEGO SE REINICIA      *
      ******************************************************************
       ESCRIBIR-NIVEL.
      *
           MOVE TB-ACU-OPERACIONES(WS-N)   TO LN-DET-OPERACIONES
           MOVE TB-ACU-VOLUMEN(WS-N)       TO LN-DET-VOLUMEN
           MOVE TB-ACU-COM-CALCULADA(WS-N) TO LN-DET-COM-CALCULADA
           MOVE TB-ACU-COM-COBRADA(WS-N)   TO LN-DET-COM-COBRADA
           MOVE TB-ACU-COM-EXONERADA(WS-N) TO LN-DET-COM-EXONERADA
           MOVE TB-ACU-CLI-NUEVOS(WS-N)    TO LN-DET-CLI-NUEVOS
           MOVE TB-ACU-CLI-PERDIDOS(WS-N)  TO LN-DET-CLI-PERDIDOS
           WRITE REG-REPORTE             FROM LN-DETALLE
           INITIALIZE TB-ACUM(WS-N)
      *
           .
      ******************************************************************
      *                  4000-GRABAR-PRODUCCION                        *
      *  LA PRODUCCION DEL MES Y ENTIDAD SE REEMPLAZA COMPLETA, ASI    *
      *  UNA CORRIDA REPETIDA NO DUPLICA NI DEJA EJECUTIVOS VIEJOS     *
      ******************************************************************
       4000-GRABAR-PRODUCCION.
      *
           MOVE WS-ANO-MES                 TO ANO-MES-PRODUC
           MOVE WS-ENT-BANCO               TO COD-ENT-PRODUC
           MOVE WS-FEC-HOY                 TO FEC-GRABACION-PRD
           MOVE ZEROES                     TO WS-CANTIDAD
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANTIDAD
               FROM V1DT126
               WHERE ANO_MES       = :ANO-MES-PRODUC
                 AND COD_ENT_BANCO = :COD-ENT-PRODUC
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE WS-CANTIDAD                TO CN-BORRADAS
      *
           EXEC SQL
               DELETE FROM V1DT126
                WHERE ANO_MES       = :ANO-MES-PRODUC
                  AND COD_ENT_BANCO = :COD-ENT-PRODUC
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           PERFORM 4100-GRABAR-EJECUTIVO
              THRU 4100-GRABAR-EJECUTIVO-EXIT
             VARYING WS-E FROM 1 BY 1
             UNTIL WS-E GREATER THAN TB-CANT-EJE
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       4000-GRABAR-PRODUCCION-EXIT.
           EXIT.
      ******************************************************************
      * 4100-GRABAR-EJECUTIVO
      ******************************************************************
       4100-GRABAR-EJECUTIVO.
      *
           MOVE TB-EJE-SUCURSAL(WS-E)      TO COD-SUC-PRODUC
           MOVE TB-EJE-EJECUTIVO(WS-E)     TO COD-EJE-PRODUC
           MOVE TB-EJE-OPERACIONES(WS-E)   TO CANT-OPE-PRODUC
           MOVE TB-EJE-VOLUMEN(WS-E)       TO IMP-VOL-PRODUC
           MOVE TB-EJE-COM-CALCULADA(WS-E) TO IMP-COM-CALCULADA
           MOVE TB-EJE-COM-COBRADA(WS-E)   TO IMP-COM-COBRADA
           MOVE TB-EJE-COM-EXONERADA(WS-E) TO IMP-COM-EXONERADA
           MOVE TB-EJE-CLI-NUEVOS(WS-E)    TO CANT-CLI-NUEVOS
           MOVE TB-EJE-CLI-PERDIDOS(WS-E)  TO CANT-CLI-PERDIDOS
      *
           EXEC SQL
               INSERT INTO V1DT126
                   (ANO_MES,
                    COD_ENT_BANCO,
                    COD_SUCURSAL,
                    COD_EJECUTIVO,
                    CANT_OPERACIONES,
                    IMP_VOLUMEN,
                    IMP_COM_CALCULADA,
                    IMP_COM_COBRADA,
                    IMP_COM_EXONERADA,
                    CANT_CLI_NUEVOS,
                    CANT_CLI_PERDIDOS,
                    FEC_GRABACION)
               VALUES
                   (:ANO-MES-PRODUC,
                    :COD-ENT-PRODUC,
                    :COD-SUC-PRODUC,
                    :COD-EJE-PRODUC,
                    :CANT-OPE-PRODUC,
                    :IMP-VOL-PRODUC,
                    :IMP-COM-CALCULADA,
                    :IMP-COM-COBRADA,
                    :IMP-COM-EXONERADA,
                    :CANT-CLI-NUEVOS,
                    :CANT-CLI-PERDIDOS,
                    :FEC-GRABACION-PRD)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD 1                           TO CN-GRABADAS
      *
           .
       4100-GRABAR-EJECUTIVO-EXIT.
           EXIT.
      ******************************************************************
      *                  5000-UBICAR-EJECUTIVO                         *
      *  BUSCA LA ENTRADA DE LA SUCURSAL Y EL EJECUTIVO LEIDOS; SI NO  *
      *  EXISTE LA INSERTA EN SU LUGAR, CORRIENDO LAS SIGUIENTES, PARA *
      *  QUE LA TABLA QUEDE SIEMPRE ORDENADA PARA EL CORTE             *
      ******************************************************************
       5000-UBICAR-EJECUTIVO.
      *
           ADD 1                           TO CN-FILAS-LEIDAS
           MOVE WS-SUCURSAL                TO WS-CLA-SUCURSAL
           MOVE WS-EJECUTIVO               TO WS-CLA-EJECUTIVO
           MOVE ZEROES                     TO WS-E-POSICION
                                              WS-E-HALLADA
      *
           PERFORM 5050-COMPARAR-EJECUTIVO
              THRU 5050-COMPARAR-EJECUTIVO-EXIT
             VARYING WS-E FROM 1 BY 1
             UNTIL WS-E GREATER THAN TB-CANT-EJE
                OR WS-E-POSICION GREATER THAN ZEROES
      *
           IF  WS-E-POSICION GREATER THAN ZEROES
               IF  TB-EJE-CLAVE(WS-E-POSICION) EQUAL WS-CLAVE
                   MOVE WS-E-POSICION      TO WS-E-HALLADA
                   GO TO 5000-UBICAR-EJECUTIVO-EXIT
               END-IF
           ELSE
               COMPUTE WS-E-POSICION = TB-CANT-EJE + 1
           END-IF
      *
           IF  TB-CANT-EJE GREATER OR EQUAL CT-MAX-EJECUTIVOS
               DISPLAY 'V13C56B - EJECUTIVOS EXCEDEN LA TABLA INTERNA'
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
           ADD 1                           TO TB-CANT-EJE
      *
           PERFORM 5060-CORRER-EJECUTIVO
              THRU 5060-CORRER-EJECUTIVO-EXIT
             VARYING WS-E FROM TB-CANT-EJE BY -1
             UNTIL WS-E NOT GREATER THAN WS-E-POSICION
      *
           MOVE WS-E-POSICION              TO WS-E-HALLADA
           INITIALIZE TB-EJE(WS-E-HALLADA)
           MOVE WS-CLAVE                   TO TB-EJE-CLAVE(WS-E-HALLADA)
      *
           .
       5000-UBICAR-EJECUTIVO-EXIT.
           EXIT.
      ******************************************************************
      * 5050-COMPARAR-EJECUTIVO
      *  PRIMERA ENTRADA CON CLAVE IGUAL O MAYOR A LA LEIDA            *
      ******************************************************************
       5050-COMPARAR-EJECUTIVO.
      *
           IF  TB-EJE-CLAVE(WS-E) NOT LESS THAN WS-CLAVE
               MOVE WS-E                   TO WS-E-POSICION
           END-IF
      *
           .
       5050-COMPARAR-EJECUTIVO-EXIT.
           EXIT.
      ******************************************************************
      * 5060-CORRER-EJECUTIVO
      ******************************************************************
       5060-CORRER-EJECUTIVO.
      *
           COMPUTE WS-E-ANT = WS-E - 1
           MOVE TB-EJE(WS-E-ANT)           TO TB-EJE(WS-E)
      *
           .
       5060-CORRER-EJECUTIVO-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           DISPLAY 'V13C56B - FILAS LEIDAS:           ' CN-FILAS-LEIDAS
           DISPLAY 'V13C56B - SUCURSALES LISTADAS:    ' CN-SUCURSALES
           DISPLAY 'V13C56B - EJECUTIVOS LISTADOS:    ' CN-EJECUTIVOS
           DISPLAY 'V13C56B - PRODUCCION REEMPLAZADA: ' CN-BORRADAS
           DISPLAY 'V13C56B - PRODUCCION GRABADA:     ' CN-GRABADAS
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V13C56B - ENTIDAD JURIDICA:      CONSOLIDADO'
           ELSE
               DISPLAY 'V13C56B - ENTIDAD JURIDICA:      ' WS-ENT-BANCO
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-FILAS-LEIDAS            TO W924-CANT-LEIDOS
           MOVE CN-GRABADAS                TO W924-CANT-GRABADOS
           MOVE CN-BORRADAS                TO W924-CANT-ACTUALIZADOS
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
           DISPLAY 'V13C56B - ERROR DB2 SQLCODE: ' SQLCODE
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
