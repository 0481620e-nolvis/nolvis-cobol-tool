      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C57B                                             *
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
      * ARCHIVO DE ENTRADA: PARMREN (MES A CERRAR AAAAMM, ENTIDAD      *
      *  JURIDICA OPCIONAL Y CANTIDAD DE PUESTOS DEL RANKING)          *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALREN (RANKING DE CLIENTES POR             *
      *  RENTABILIDAD Y CLIENTES CON RENTABILIDAD NEGATIVA)            *
      * ------------------                                             *
      * PROCESO GLOBAL: RENTABILIDAD MENSUAL DE CADA CLIENTE           *
      *  (NUM_DOC_PERSONA) POR ENTIDAD JURIDICA, EN BOLIVARES:         *
      *  + MARGEN DE SUS OPERACIONES DEL MES CONTRA LA TASA OFICIAL    *
      *    DEL DIA (V1DT015), CON EL MISMO CRITERIO DE V12C98B;        *
      *  + COMISIONES COBRADAS: CARGOS GENERADOS EN EL MES Y APLICADOS *
      *    (V1DT069 EST_COBRO 'A');                                    *
      *  - COMISIONES EXONERADAS EN EL MES (V1DT070 CONTRA V1DT022);   *
      *  - COMPENSACION DE LOS FALLOS DE LIQUIDACION (V1DT067) DE SUS  *
      *    OPERACIONES CON FECHA VALOR EN EL MES.                      *
      *  LAS COMISIONES (EN DOLARES) Y LAS COMPENSACIONES (EN LA       *
      *  DIVISA DEL FALLO) SE VALORAN A LA ULTIMA TASA OFICIAL DEL     *
      *  MES.  EL MES SE RECALCULA COMPLETO EN V1DT127 Y SE LISTAN LOS *
      *  CLIENTES MAS RENTABLES Y LOS DE RENTABILIDAD NEGATIVA, CON EL *
      *  TOTAL DEL BANCO.  LA CONSULTA V13C57Z MUESTRA LA TENDENCIA DE *
      *  12 MESES DE UN CLIENTE                                        *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C57B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMREN
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALREN
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
           05  PAR-CANT-RANKING            PIC X(04).
           05  FILLER                      PIC X(66).
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
      *    PUESTOS DEL RANKING
           05  WS-CANT-RANKING-X           PIC X(04)   VALUE SPACES.
           05  WS-CANT-RANKING REDEFINES WS-CANT-RANKING-X
                                           PIC 9(04).
           05  WS-PUESTO                   PIC S9(04)  COMP
                                                       VALUE ZEROES.
      *    VALORACION
           05  WS-DIV-TASA                 PIC X(03)   VALUE SPACES.
           05  WS-TAS-OFICIAL              PIC S9(07)V9(04) COMP-3
                                                       VALUE ZEROES.
           05  WS-TAS-DOLAR                PIC S9(07)V9(04) COMP-3
                                                       VALUE ZEROES.
           05  WS-TAS-OFICIAL-DIA          PIC S9(07)V9(04) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-DIVISA               PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-BOLIVARES            PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-RESULTADO                PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
      *    CLIENTE Y ENTIDAD EN CURSO (CORTE DEL MARGEN)
           05  WS-DOC-ACTUAL               PIC X(15)   VALUE SPACES.
           05  WS-ENT-ACTUAL               PIC X(04)   VALUE SPACES.
           05  WS-ACU-OPERACIONES          PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-ACU-SPREAD               PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
      *    FILA LEIDA DE LOS CURSORES DE CONCEPTOS
           05  WS-DOC                      PIC X(15)   VALUE SPACES.
           05  WS-ENT                      PIC X(04)   VALUE SPACES.
           05  WS-DIV                      PIC X(03)   VALUE SPACES.
      *    FILA DEL RANKING
           05  WS-RAN-OPERACIONES          PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-RAN-SPREAD               PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-RAN-COM-COBRADA          PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-RAN-COM-EXONERADA        PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-RAN-COMPENSACION         PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-RAN-RENTABILIDAD         PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(31)
               VALUE 'RENTABILIDAD POR CLIENTE - MES '.
           05  LN-TIT-ANO-MES              PIC X(06).
           05  FILLER                      PIC X(10)
                                           VALUE ' ENTIDAD: '.
           05  LN-TIT-ENTIDAD              PIC X(11).
           05  FILLER                      PIC X(24)
               VALUE ' (IMPORTES EN BOLIVARES)'.
           05  FILLER                      PIC X(50)   VALUE SPACES.
      *
       01  LN-SUBTITULO.
           05  LN-SUB-TEXTO                PIC X(60).
           05  FILLER                      PIC X(72)   VALUE SPACES.
      *
       01  LN-CABECERA.
           05  FILLER                      PIC X(05)   VALUE 'PTO. '.
           05  FILLER                      PIC X(16)
                                           VALUE 'DOCUMENTO'.
           05  FILLER                      PIC X(21)
                                           VALUE 'NOMBRE'.
           05  FILLER                      PIC X(07)   VALUE '  OPER.'.
           05  FILLER                      PIC X(16)
                                           VALUE '          SPREAD'.
           05  FILLER                      PIC X(16)
                                           VALUE '    COM. COBRADA'.
           05  FILLER                      PIC X(16)
                                           VALUE '  COM. EXONERADA'.
           05  FILLER                      PIC X(16)
                                           VALUE '    COMPENSACION'.
           05  FILLER                      PIC X(16)
                                           VALUE '    RENTABILIDAD'.
           05  FILLER                      PIC X(03)   VALUE SPACES.
      *
       01  LN-DETALLE.
           05  LN-DET-PUESTO               PIC ZZZ9.
           05  LN-DET-PUESTO-X REDEFINES LN-DET-PUESTO
                                           PIC X(04).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-DOCUMENTO            PIC X(15).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-NOMBRE               PIC X(20).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-OPERACIONES          PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-SPREAD               PIC -ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-COM-COBRADA          PIC -ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-COM-EXONERADA        PIC -ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-COMPENSACION         PIC -ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-RENTABILIDAD         PIC -ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(03)   VALUE SPACES.
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
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C57B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-DIV-DOLAR                PIC X(03)   VALUE '1'.
           05  CT-IDF-COMPRA               PIC X(01)   VALUE 'C'.
           05  CT-CONTRAPARTE-BANCO        PIC X(01)   VALUE 'B'.
           05  CT-EST-APLICADO             PIC X(01)   VALUE 'A'.
           05  CT-RANKING-DEFECTO          PIC 9(04)   VALUE 100.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-OPERACIONES              PIC 9(09)   VALUE ZEROES.
           05  CN-SIN-TASA                 PIC 9(07)   VALUE ZEROES.
           05  CN-CLIENTES                 PIC 9(07)   VALUE ZEROES.
           05  CN-ALTAS-CONCEPTO           PIC 9(07)   VALUE ZEROES.
           05  CN-CONCEPTOS                PIC 9(07)   VALUE ZEROES.
           05  CN-BORRADAS                 PIC 9(07)   VALUE ZEROES.
           05  CN-LISTADOS                 PIC 9(07)   VALUE ZEROES.
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
               INCLUDE V1GT001
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT015
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT079
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT127
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    OPERACIONES DEL MES CON LA TASA OFICIAL DE SU DIA Y DIVISA
      *
           EXEC SQL
               DECLARE V13C57B-V1DC5711
               CURSOR FOR
               SELECT A.NUM_DOC_PERSONA,
                      A.COD_ENT_BANCO,
                      A.IDF_CMP_VTA,
                      A.IMP_OPE,
                      A.TAS_CAMBIO,
                      VALUE(T.TAS_OFICIAL, 0)
               FROM V1DT001 A
                    LEFT OUTER JOIN V1DT015 T
                      ON T.FEC_TASA = A.FEC_OPE
                     AND T.COD_DIV  = A.COD_DIV_OPE
               WHERE A.FEC_OPE >= :WS-DESDE
                 AND A.FEC_OPE <= :WS-HASTA
                 AND A.CLA_CONTRAPARTE <> :CT-CONTRAPARTE-BANCO
                 AND (A.COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
               ORDER BY A.NUM_DOC_PERSONA,
                        A.COD_ENT_BANCO
           END-EXEC
      *
      *    COMISIONES COBRADAS (EN DOLARES) POR CLIENTE Y ENTIDAD
      *
           EXEC SQL
               DECLARE V13C57B-V1DC5712
               CURSOR FOR
               SELECT A.NUM_DOC_PERSONA,
                      A.COD_ENT_BANCO,
                      VALUE(SUM(K.IMP_COBRO), 0)
               FROM V1DT069 K
                    INNER JOIN V1DT001 A
                      ON A.NUM_REF = K.NUM_REF
               WHERE K.FEC_GENERADO >= :WS-DESDE
                 AND K.FEC_GENERADO <= :WS-HASTA
                 AND K.EST_COBRO     = :CT-EST-APLICADO
                 AND (A.COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
               GROUP BY A.NUM_DOC_PERSONA,
                        A.COD_ENT_BANCO
           END-EXEC
      *
      *    COMISIONES EXONERADAS (EN DOLARES) POR CLIENTE Y ENTIDAD
      *
           EXEC SQL
               DECLARE V13C57B-V1DC5713
               CURSOR FOR
               SELECT A.NUM_DOC_PERSONA,
                      A.COD_ENT_BANCO,
                      VALUE(SUM(C.IMP_COMISION), 0)
               FROM V1DT070 E
                    INNER JOIN V1DT022 C
                      ON C.NUM_REF = E.NUM_REF
                    INNER JOIN V1DT001 A
                      ON A.NUM_REF = E.NUM_REF
               WHERE E.FEC_EXONERACION >= :WS-DESDE
                 AND E.FEC_EXONERACION <= :WS-HASTA
                 AND (A.COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
               GROUP BY A.NUM_DOC_PERSONA,
                        A.COD_ENT_BANCO
           END-EXEC
      *
      *    COMPENSACIONES DE FALLOS DE LIQUIDACION POR DIVISA DEL FALLO
      *
           EXEC SQL
               DECLARE V13C57B-V1DC5714
               CURSOR FOR
               SELECT A.NUM_DOC_PERSONA,
                      A.COD_ENT_BANCO,
                      F.COD_DIV,
                      VALUE(SUM(F.IMP_COMPENSACION), 0)
               FROM V1DT067 F
                    INNER JOIN V1DT001 A
                      ON A.NUM_REF = F.NUM_REF
               WHERE F.FEC_VALOR >= :WS-DESDE
                 AND F.FEC_VALOR <= :WS-HASTA
                 AND (A.COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
               GROUP BY A.NUM_DOC_PERSONA,
                        A.COD_ENT_BANCO,
                        F.COD_DIV
           END-EXEC
      *
      *    CLIENTES MAS RENTABLES DEL MES (TODAS SUS ENTIDADES)
      *
           EXEC SQL
               DECLARE V13C57B-V1DC5715
               CURSOR FOR
               SELECT NUM_DOC_PERSONA,
                      SUM(CANT_OPERACIONES),
                      SUM(IMP_SPREAD),
                      SUM(IMP_COM_COBRADA),
                      SUM(IMP_COM_EXONERADA),
                      SUM(IMP_COMPENSACION),
                      SUM(IMP_RENTABILIDAD)
               FROM V1DT127
               WHERE ANO_MES = :WS-ANO-MES
                 AND (COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
               GROUP BY NUM_DOC_PERSONA
               ORDER BY 7 DESC,
                        NUM_DOC_PERSONA
           END-EXEC
      *
      *    CLIENTES CON RENTABILIDAD NEGATIVA, DE MAYOR A MENOR PERDIDA
      *
           EXEC SQL
               DECLARE V13C57B-V1DC5716
               CURSOR FOR
               SELECT NUM_DOC_PERSONA,
                      SUM(CANT_OPERACIONES),
                      SUM(IMP_SPREAD),
                      SUM(IMP_COM_COBRADA),
                      SUM(IMP_COM_EXONERADA),
                      SUM(IMP_COMPENSACION),
                      SUM(IMP_RENTABILIDAD)
               FROM V1DT127
               WHERE ANO_MES = :WS-ANO-MES
                 AND (COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
               GROUP BY NUM_DOC_PERSONA
               HAVING SUM(IMP_RENTABILIDAD) < 0
               ORDER BY 7,
                        NUM_DOC_PERSONA
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
           PERFORM 2000-CALCULAR
              THRU 2000-CALCULAR-EXIT
      *
           PERFORM 3000-REPORTE
              THRU 3000-REPORTE-EXIT
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
                   DISPLAY 'V13C57B - ARCHIVO DE PARAMETROS VACIO'
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
               DISPLAY 'V13C57B - MES INVALIDO EN PARAMETROS: '
                       PAR-ANO-MES
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
      *    SIN CANTIDAD DE PUESTOS SE LISTAN LOS PRIMEROS CIEN
      *
           MOVE PAR-CANT-RANKING           TO WS-CANT-RANKING-X
           INSPECT WS-CANT-RANKING-X REPLACING LEADING SPACES BY ZEROES
           IF  WS-CANT-RANKING-X NOT NUMERIC
            OR WS-CANT-RANKING EQUAL ZEROES
               MOVE CT-RANKING-DEFECTO     TO WS-CANT-RANKING
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           MOVE ZEROES                     TO CN-OPERACIONES
                                              CN-SIN-TASA
                                              CN-CLIENTES
                                              CN-ALTAS-CONCEPTO
                                              CN-CONCEPTOS
                                              CN-BORRADAS
                                              CN-LISTADOS
      *
           MOVE CT-DIV-DOLAR               TO WS-DIV-TASA
           PERFORM 5100-BUSCAR-OFICIAL
              THRU 5100-BUSCAR-OFICIAL-EXIT
           MOVE WS-TAS-OFICIAL             TO WS-TAS-DOLAR
      *
           IF  WS-TAS-DOLAR EQUAL ZEROES
               DISPLAY 'V13C57B - SIN TASA OFICIAL DEL DOLAR AL '
                       WS-HASTA
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
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
      *                       2000-CALCULAR                            *
      *  EL MES SE RECALCULA COMPLETO: SE BORRA LO GRABADO Y SE GRABA  *
      *  EL MARGEN; LUEGO CADA CONCEPTO SE SUMA A LA FILA DEL CLIENTE  *
      *  (DANDOLA DE ALTA SI NO OPERO EN EL MES) Y AL FINAL SE FIJA LA *
      *  RENTABILIDAD                                                  *
      ******************************************************************
       2000-CALCULAR.
      *
           PERFORM 2050-BORRAR-MES
              THRU 2050-BORRAR-MES-EXIT
      *
           PERFORM 2100-MARGEN
              THRU 2100-MARGEN-EXIT
      *
           PERFORM 2200-COM-COBRADA
              THRU 2200-COM-COBRADA-EXIT
      *
           PERFORM 2300-COM-EXONERADA
              THRU 2300-COM-EXONERADA-EXIT
      *
           PERFORM 2400-COMPENSACION
              THRU 2400-COMPENSACION-EXIT
      *
           PERFORM 2500-FIJAR-RENTABILIDAD
              THRU 2500-FIJAR-RENTABILIDAD-EXIT
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       2000-CALCULAR-EXIT.
           EXIT.
      ******************************************************************
      * 2050-BORRAR-MES
      ******************************************************************
       2050-BORRAR-MES.
      *
           MOVE ZEROES                     TO WS-RAN-OPERACIONES
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-RAN-OPERACIONES
               FROM V1DT127
               WHERE ANO_MES = :WS-ANO-MES
                 AND (COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE WS-RAN-OPERACIONES         TO CN-BORRADAS
      *
           EXEC SQL
               DELETE FROM V1DT127
                WHERE ANO_MES = :WS-ANO-MES
                  AND (COD_ENT_BANCO = :WS-ENT-BANCO
                       OR :WS-ENT-BANCO = ' ')
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
           .
       2050-BORRAR-MES-EXIT.
           EXIT.
      ******************************************************************
      * 2100-MARGEN
      ******************************************************************
       2100-MARGEN.
      *
           MOVE SPACES                     TO WS-DOC-ACTUAL
                                              WS-ENT-ACTUAL
           MOVE ZEROES                     TO WS-ACU-OPERACIONES
                                              WS-ACU-SPREAD
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C57B-V1DC5711
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-OPERACION
             UNTIL FIN-CURSOR
      *
           IF  WS-DOC-ACTUAL NOT EQUAL SPACES
               PERFORM 2150-GRABAR-CLIENTE
                  THRU 2150-GRABAR-CLIENTE-EXIT
           END-IF
      *
           EXEC SQL
               CLOSE V13C57B-V1DC5711
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2100-MARGEN-EXIT.
           EXIT.
      ******************************************************************
      * LEER-OPERACION
      ******************************************************************
       LEER-OPERACION.
      *
           EXEC SQL
               FETCH V13C57B-V1DC5711
               INTO :NUM-DOC-PERSONA,
                    :COD-ENT-BANCO,
                    :IDF-CMP-VTA,
                    :IMP-OPE,
                    :TAS-CAMBIO,
                    :WS-TAS-OFICIAL-DIA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2110-PROCESAR-OPERACION
                      THRU 2110-PROCESAR-OPERACION-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  2110-PROCESAR-OPERACION                       *
      *  EN LA COMPRA EL BANCO GANA PAGANDO BAJO LA OFICIAL; EN LA     *
      *  VENTA, COBRANDO SOBRE ELLA.  SIN TASA OFICIAL LA OPERACION    *
      *  CUENTA PERO NO APORTA MARGEN                                  *
      ******************************************************************
       2110-PROCESAR-OPERACION.
      *
           ADD 1                           TO CN-OPERACIONES
      *
           IF  NUM-DOC-PERSONA NOT EQUAL WS-DOC-ACTUAL
            OR COD-ENT-BANCO NOT EQUAL WS-ENT-ACTUAL
               IF  WS-DOC-ACTUAL NOT EQUAL SPACES
                   PERFORM 2150-GRABAR-CLIENTE
                      THRU 2150-GRABAR-CLIENTE-EXIT
               END-IF
               MOVE NUM-DOC-PERSONA        TO WS-DOC-ACTUAL
               MOVE COD-ENT-BANCO          TO WS-ENT-ACTUAL
               MOVE ZEROES                 TO WS-ACU-OPERACIONES
                                              WS-ACU-SPREAD
           END-IF
      *
           ADD 1                           TO WS-ACU-OPERACIONES
      *
           IF  WS-TAS-OFICIAL-DIA EQUAL ZEROES
               ADD 1                       TO CN-SIN-TASA
               GO TO 2110-PROCESAR-OPERACION-EXIT
           END-IF
      *
           IF  IDF-CMP-VTA EQUAL CT-IDF-COMPRA
               COMPUTE WS-RESULTADO ROUNDED =
                       (WS-TAS-OFICIAL-DIA - TAS-CAMBIO) * IMP-OPE
           ELSE
               COMPUTE WS-RESULTADO ROUNDED =
                       (TAS-CAMBIO - WS-TAS-OFICIAL-DIA) * IMP-OPE
           END-IF
      *
           ADD WS-RESULTADO                TO WS-ACU-SPREAD
      *
           .
       2110-PROCESAR-OPERACION-EXIT.
           EXIT.
      ******************************************************************
      * 2150-GRABAR-CLIENTE
      ******************************************************************
       2150-GRABAR-CLIENTE.
      *
           MOVE WS-DOC-ACTUAL              TO NUM-DOC-RENTAB
           MOVE WS-ANO-MES                 TO ANO-MES-RENTAB
           MOVE WS-ENT-ACTUAL              TO COD-ENT-RENTAB
           MOVE WS-ACU-OPERACIONES         TO CANT-OPE-RENTAB
           MOVE WS-ACU-SPREAD              TO IMP-SPREAD-RENTAB
           MOVE ZEROES                     TO IMP-COM-COB-RENTAB
                                              IMP-COM-EXO-RENTAB
                                              IMP-COMPENS-RENTAB
                                              IMP-RENTABILIDAD
           MOVE WS-FEC-HOY                 TO FEC-CALCULO-RENTAB
      *
           PERFORM 5600-INSERTAR-FILA
              THRU 5600-INSERTAR-FILA-EXIT
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD 1                           TO CN-CLIENTES
      *
           .
       2150-GRABAR-CLIENTE-EXIT.
           EXIT.
      ******************************************************************
      * 2200-COM-COBRADA
      ******************************************************************
       2200-COM-COBRADA.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C57B-V1DC5712
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
               CLOSE V13C57B-V1DC5712
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2200-COM-COBRADA-EXIT.
           EXIT.
      ******************************************************************
      * LEER-COM-COBRADA
      ******************************************************************
       LEER-COM-COBRADA.
      *
           EXEC SQL
               FETCH V13C57B-V1DC5712
               INTO :WS-DOC,
                    :WS-ENT,
                    :WS-IMP-DIVISA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   COMPUTE WS-IMP-BOLIVARES ROUNDED =
                           WS-IMP-DIVISA * WS-TAS-DOLAR
                   PERFORM 5500-ASEGURAR-FILA
                      THRU 5500-ASEGURAR-FILA-EXIT
                   EXEC SQL
                       UPDATE V1DT127
                          SET IMP_COM_COBRADA =
                              IMP_COM_COBRADA + :WS-IMP-BOLIVARES
                        WHERE NUM_DOC_PERSONA = :NUM-DOC-RENTAB
                          AND ANO_MES         = :ANO-MES-RENTAB
                          AND COD_ENT_BANCO   = :COD-ENT-RENTAB
                   END-EXEC
                   IF  SQLCODE NOT EQUAL ZEROES
                       PERFORM 9999-ABEND-DB2
                          THRU 9999-ABEND-DB2-EXIT
                   END-IF
                   ADD 1                   TO CN-CONCEPTOS

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 2300-COM-EXONERADA
      ******************************************************************
       2300-COM-EXONERADA.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C57B-V1DC5713
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
               CLOSE V13C57B-V1DC5713
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2300-COM-EXONERADA-EXIT.
           EXIT.
      ******************************************************************
      * LEER-COM-EXONERADA
      ******************************************************************
       LEER-COM-EXONERADA.
      *
           EXEC SQL
               FETCH V13C57B-V1DC5713
               INTO :WS-DOC,
                    :WS-ENT,
                    :WS-IMP-DIVISA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   COMPUTE WS-IMP-BOLIVARES ROUNDED =
                           WS-IMP-DIVISA * WS-TAS-DOLAR
                   PERFORM 5500-ASEGURAR-FILA
                      THRU 5500-ASEGURAR-FILA-EXIT
                   EXEC SQL
                       UPDATE V1DT127
                          SET IMP_COM_EXONERADA =
                              IMP_COM_EXONERADA + :WS-IMP-BOLIVARES
                        WHERE NUM_DOC_PERSONA = :NUM-DOC-RENTAB
                          AND ANO_MES         = :ANO-MES-RENTAB
                          AND COD_ENT_BANCO   = :COD-ENT-RENTAB
                   END-EXEC
                   IF  SQLCODE NOT EQUAL ZEROES
                       PERFORM 9999-ABEND-DB2
                          THRU 9999-ABEND-DB2-EXIT
                   END-IF
                   ADD 1                   TO CN-CONCEPTOS

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 2400-COMPENSACION
      ******************************************************************
       2400-COMPENSACION.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C57B-V1DC5714
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-COMPENSACION
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C57B-V1DC5714
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2400-COMPENSACION-EXIT.
           EXIT.
      ******************************************************************
      * LEER-COMPENSACION
      ******************************************************************
       LEER-COMPENSACION.
      *
           EXEC SQL
               FETCH V13C57B-V1DC5714
               INTO :WS-DOC,
                    :WS-ENT,
                    :WS-DIV,
                    :WS-IMP-DIVISA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2450-SUMAR-COMPENSACION
                      THRU 2450-SUMAR-COMPENSACION-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 2450-SUMAR-COMPENSACION
      *  LA COMPENSACION ESTA EN LA DIVISA DEL FALLO                   *
      ******************************************************************
       2450-SUMAR-COMPENSACION.
      *
           MOVE WS-DIV                     TO WS-DIV-TASA
           PERFORM 5100-BUSCAR-OFICIAL
              THRU 5100-BUSCAR-OFICIAL-EXIT
      *
           IF  WS-TAS-OFICIAL EQUAL ZEROES
               ADD 1                       TO CN-SIN-TASA
               GO TO 2450-SUMAR-COMPENSACION-EXIT
           END-IF
      *
           COMPUTE WS-IMP-BOLIVARES ROUNDED =
                   WS-IMP-DIVISA * WS-TAS-OFICIAL
      *
           PERFORM 5500-ASEGURAR-FILA
              THRU 5500-ASEGURAR-FILA-EXIT
      *
           EXEC SQL
               UPDATE V1DT127
                  SET IMP_COMPENSACION =
                      IMP_COMPENSACION + :WS-IMP-BOLIVARES
                WHERE NUM_DOC_PERSONA = :NUM-DOC-RENTAB
                  AND ANO_MES         = :ANO-MES-RENTAB
                  AND COD_ENT_BANCO   = :COD-ENT-RENTAB
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD 1                           TO CN-CONCEPTOS
      *
           .
       2450-SUMAR-COMPENSACION-EXIT.
           EXIT.
      ******************************************************************
      * 2500-FIJAR-RENTABILIDAD
      ******************************************************************
       2500-FIJAR-RENTABILIDAD.
      *
           MOVE WS-FEC-HOY                 TO FEC-CALCULO-RENTAB
      *
           EXEC SQL
               UPDATE V1DT127
                  SET IMP_RENTABILIDAD = IMP_SPREAD
                                       + IMP_COM_COBRADA
                                       - IMP_COM_EXONERADA
                                       - IMP_COMPENSACION,
                      FEC_CALCULO      = :FEC-CALCULO-RENTAB
                WHERE ANO_MES = :WS-ANO-MES
                  AND (COD_ENT_BANCO = :WS-ENT-BANCO
                       OR :WS-ENT-BANCO = ' ')
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
           .
       2500-FIJAR-RENTABILIDAD-EXIT.
           EXIT.
      ******************************************************************
      *                        3000-REPORTE                            *
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
      *
           PERFORM 3100-TOTAL-BANCO
              THRU 3100-TOTAL-BANCO-EXIT
      *
           PERFORM 3200-MAS-RENTABLES
              THRU 3200-MAS-RENTABLES-EXIT
      *
           PERFORM 3300-NEGATIVOS
              THRU 3300-NEGATIVOS-EXIT
      *
           .
       3000-REPORTE-EXIT.
           EXIT.
      ******************************************************************
      * 3100-TOTAL-BANCO
      ******************************************************************
       3100-TOTAL-BANCO.
      *
           EXEC SQL
               SELECT VALUE(SUM(CANT_OPERACIONES), 0),
                      VALUE(SUM(IMP_SPREAD), 0),
                      VALUE(SUM(IMP_COM_COBRADA), 0),
                      VALUE(SUM(IMP_COM_EXONERADA), 0),
                      VALUE(SUM(IMP_COMPENSACION), 0),
                      VALUE(SUM(IMP_RENTABILIDAD), 0)
               INTO  :WS-RAN-OPERACIONES,
                     :WS-RAN-SPREAD,
                     :WS-RAN-COM-COBRADA,
                     :WS-RAN-COM-EXONERADA,
                     :WS-RAN-COMPENSACION,
                     :WS-RAN-RENTABILIDAD
               FROM V1DT127
               WHERE ANO_MES = :WS-ANO-MES
                 AND (COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           WRITE REG-REPORTE             FROM LN-CABECERA
      *
           MOVE SPACES                     TO LN-DET-PUESTO-X
           MOVE 'TOTAL BANCO'              TO LN-DET-DOCUMENTO
           MOVE SPACES                     TO LN-DET-NOMBRE
           STRING 'CLIENTES: ' CN-CLIENTES
                  DELIMITED BY SIZE
                  INTO LN-DET-NOMBRE
           END-STRING
           PERFORM ESCRIBIR-DETALLE
      *
           .
       3100-TOTAL-BANCO-EXIT.
           EXIT.
      ******************************************************************
      * 3200-MAS-RENTABLES
      ******************************************************************
       3200-MAS-RENTABLES.
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE 'CLIENTES MAS RENTABLES DEL MES'
                                           TO LN-SUB-TEXTO
           WRITE REG-REPORTE             FROM LN-SUBTITULO
           WRITE REG-REPORTE             FROM LN-CABECERA
      *
           MOVE ZEROES                     TO WS-PUESTO
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C57B-V1DC5715
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-MAS-RENTABLE
             UNTIL FIN-CURSOR
                OR WS-PUESTO NOT LESS THAN WS-CANT-RANKING
      *
           EXEC SQL
               CLOSE V13C57B-V1DC5715
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3200-MAS-RENTABLES-EXIT.
           EXIT.
      ******************************************************************
      * LEER-MAS-RENTABLE
      ******************************************************************
       LEER-MAS-RENTABLE.
      *
           EXEC SQL
               FETCH V13C57B-V1DC5715
               INTO :WS-DOC,
                    :WS-RAN-OPERACIONES,
                    :WS-RAN-SPREAD,
                    :WS-RAN-COM-COBRADA,
                    :WS-RAN-COM-EXONERADA,
                    :WS-RAN-COMPENSACION,
                    :WS-RAN-RENTABILIDAD
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3500-LISTAR-CLIENTE
                      THRU 3500-LISTAR-CLIENTE-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 3300-NEGATIVOS
      ******************************************************************
       3300-NEGATIVOS.
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE 'CLIENTES CON RENTABILIDAD NEGATIVA EN EL MES'
                                           TO LN-SUB-TEXTO
           WRITE REG-REPORTE             FROM LN-SUBTITULO
           WRITE REG-REPORTE             FROM LN-CABECERA
      *
           MOVE ZEROES                     TO WS-PUESTO
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C57B-V1DC5716
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-NEGATIVO
             UNTIL FIN-CURSOR
                OR WS-PUESTO NOT LESS THAN WS-CANT-RANKING
      *
           EXEC SQL
               CLOSE V13C57B-V1DC5716
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3300-NEGATIVOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-NEGATIVO
      ******************************************************************
       LEER-NEGATIVO.
      *
           EXEC SQL
               FETCH V13C57B-V1DC5716
               INTO :WS-DOC,
                    :WS-RAN-OPERACIONES,
                    :WS-RAN-SPREAD,
                    :WS-RAN-COM-COBRADA,
                    :WS-RAN-COM-EXONERADA,
                    :WS-RAN-COMPENSACION,
                    :WS-RAN-RENTABILIDAD
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3500-LISTAR-CLIENTE
                      THRU 3500-LISTAR-CLIENTE-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 3500-LISTAR-CLIENTE
      *  EL NOMBRE SALE DEL MAESTRO LOCAL DE CLIENTES (V1DT079)        *
      ******************************************************************
       3500-LISTAR-CLIENTE.
      *
           ADD 1                           TO WS-PUESTO
           ADD 1                           TO CN-LISTADOS
      *
           MOVE SPACES                     TO NOM-CLIENTE
           MOVE WS-DOC                     TO NUM-DOC-CLIENTE
      *
           EXEC SQL
               SELECT NOM_CLIENTE
               INTO  :NOM-CLIENTE
               FROM V1DT079
               WHERE NUM_DOC_PERSONA = :NUM-DOC-CLIENTE
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
           MOVE WS-PUESTO                  TO LN-DET-PUESTO
           MOVE WS-DOC                     TO LN-DET-DOCUMENTO
           MOVE NOM-CLIENTE                TO LN-DET-NOMBRE
           PERFORM ESCRIBIR-DETALLE
      *
           .
       3500-LISTAR-CLIENTE-EXIT.
           EXIT.
      ******************************************************************
      * ESCRIBIR-DETALLE
      ******************************************************************
       ESCRIBIR-DETALLE.
      *
           MOVE WS-RAN-OPERACIONES         TO LN-DET-OPERACIONES
           MOVE WS-RAN-SPREAD              TO LN-DET-SPREAD
           MOVE WS-RAN-COM-COBRADA         TO LN-DET-COM-COBRADA
           MOVE WS-RAN-COM-EXONERADA       TO LN-DET-COM-EXONERADA
           MOVE WS-RAN-COMPENSACION        TO LN-DET-COMPENSACION
           MOVE WS-RAN-RENTABILIDAD        TO LN-DET-RENTABILIDAD
           WRITE REG-REPORTE             FROM LN-DETALLE
      *
           .
      ******************************************************************
      *                    5100-BUSCAR-OFICIAL                         *
      *  ULTIMA TASA OFICIAL DE LA DIVISA HASTA EL FIN DEL MES         *
      ******************************************************************
       5100-BUSCAR-OFICIAL.
      *
           MOVE ZEROES                     TO WS-TAS-OFICIAL
           MOVE WS-HASTA                   TO FEC-TASA
           MOVE WS-DIV-TASA                TO COD-DIV
      *
           EXEC SQL
               SELECT TAS_OFICIAL
               INTO  :TAS-OFICIAL
               FROM V1DT015
               WHERE COD_DIV  = :COD-DIV
                 AND FEC_TASA =
                     (SELECT MAX(FEC_TASA)
                      FROM V1DT015
                      WHERE COD_DIV   = :COD-DIV
                        AND FEC_TASA <= :FEC-TASA)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE TAS-OFICIAL        TO WS-TAS-OFICIAL

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       5100-BUSCAR-OFICIAL-EXIT.
           EXIT.
      ******************************************************************
      *                    5500-ASEGURAR-FILA                          *
      *  UN CLIENTE CON COMISIONES O FALLOS PERO SIN OPERACIONES EN EL *
      *  MES SE DA DE ALTA CON MARGEN CERO                             *
      ******************************************************************
       5500-ASEGURAR-FILA.
      *
           MOVE WS-DOC                     TO NUM-DOC-RENTAB
           MOVE WS-ANO-MES                 TO ANO-MES-RENTAB
           MOVE WS-ENT                     TO COD-ENT-RENTAB
           MOVE ZEROES                     TO CANT-OPE-RENTAB
                                              IMP-SPREAD-RENTAB
                                              IMP-COM-COB-RENTAB
                                              IMP-COM-EXO-RENTAB
                                              IMP-COMPENS-RENTAB
                                              IMP-RENTABILIDAD
           MOVE WS-FEC-HOY                 TO FEC-CALCULO-RENTAB
      *
           PERFORM 5600-INSERTAR-FILA
              THRU 5600-INSERTAR-FILA-EXIT
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-CLIENTES
                   ADD 1                   TO CN-ALTAS-CONCEPTO

               WHEN DB2-DUPREC
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       5500-ASEGURAR-FILA-EXIT.
           EXIT.
      ******************************************************************
      * 5600-INSERTAR-FILA
      ******************************************************************
       5600-INSERTAR-FILA.
      *
           EXEC SQL
               INSERT INTO V1DT127
                   (NUM_DOC_PERSONA,
                    ANO_MES,
                    COD_ENT_BANCO,
                    CANT_OPERACIONES,
                    IMP_SPREAD,
                    IMP_COM_COBRADA,
                    IMP_COM_EXONERADA,
                    IMP_COMPENSACION,
                    IMP_RENTABILIDAD,
                    FEC_CALCULO)
               VALUES
                   (:NUM-DOC-RENTAB,
                    :ANO-MES-RENTAB,
                    :COD-ENT-RENTAB,
                    :CANT-OPE-RENTAB,
                    :IMP-SPREAD-RENTAB,
                    :IMP-COM-COB-RENTAB,
                    :IMP-COM-EXO-RENTAB,
                    :IMP-COMPENS-RENTAB,
                    :IMP-RENTABILIDAD,
                    :FEC-CALCULO-RENTAB)
           END-EXEC
      *
           .
       5600-INSERTAR-FILA-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           DISPLAY 'V13C57B - OPERACIONES DEL MES:    ' CN-OPERACIONES
           DISPLAY 'V13C57B - OPERACIONES SIN TASA:   ' CN-SIN-TASA
           DISPLAY 'V13C57B - CLIENTES CALCULADOS:    ' CN-CLIENTES
           DISPLAY 'V13C57B - CLIENTES SIN OPERAR:    '
                   CN-ALTAS-CONCEPTO
           DISPLAY 'V13C57B - CONCEPTOS APLICADOS:    ' CN-CONCEPTOS
           DISPLAY 'V13C57B - FILAS REEMPLAZADAS:     ' CN-BORRADAS
           DISPLAY 'V13C57B - CLIENTES LISTADOS:      ' CN-LISTADOS
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V13C57B - ENTIDAD JURIDICA:      CONSOLIDADO'
           ELSE
               DISPLAY 'V13C57B - ENTIDAD JURIDICA:      ' WS-ENT-BANCO
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-OPERACIONES             TO W924-CANT-LEIDOS
           MOVE CN-CLIENTES                TO W924-CANT-GRABADOS
           MOVE CN-CONCEPTOS               TO W924-CANT-ACTUALIZADOS
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
           DISPLAY 'V13C57B - ERROR DB2 SQLCODE: ' SQLCODE
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
