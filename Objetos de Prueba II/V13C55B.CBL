      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C55B                                             *
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
      * ARCHIVO DE ENTRADA: PARMPPT (MES A CERRAR AAAAMM Y ENTIDAD     *
      *  JURIDICA OPCIONAL; EN BLANCO ES EL CONSOLIDADO)               *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALPPT (PRESUPUESTO CONTRA REAL POR OFICINA *
      *  Y GRUPO DE DIVISAS, TOTALES Y RANKING DE OFICINAS)            *
      * ------------------                                             *
      * PROCESO GLOBAL: PRESUPUESTO CONTRA REAL DE LAS OFICINAS.       *
      *  PRIMERO SE RECALCULA EL REAL DE CADA MES DEL ANO HASTA EL MES *
      *  PEDIDO Y SE GRABA AL LADO DE LA META EN V1DT124:              *
      *  - VOLUMEN: IMP_TOTAL DEL RESUMEN DIARIO V1DT044, VALORADO EN  *
      *    BOLIVARES A LA TASA OFICIAL (V1DT015) DEL ULTIMO DIA CON    *
      *    TASA DEL MES PARA SU DIVISA;                                *
      *  - COMISION: IMP_COMISION DE V1DT022 (EN DOLARES) DEL MES DE   *
      *    CALCULO, VALORADA A LA TASA OFICIAL DEL DOLAR DEL MISMO     *
      *    DIA Y ATRIBUIDA A LA OFICINA Y DIVISA DE SU OPERACION       *
      *    (V1DT001).                                                  *
      *  CADA DIVISA SE ACUMULA EN SU GRUPO (V1DT125, O 'OTR' SI NO    *
      *  TIENE); UNA OFICINA CON REAL Y SIN META RECIBE UNA FILA CON   *
      *  META CERO.  LUEGO SE LISTA, POR OFICINA Y GRUPO, META, REAL,  *
      *  VARIACION Y CUMPLIMIENTO DEL MES Y ACUMULADO DEL ANO, CON     *
      *  TOTALES Y EL RANKING DE OFICINAS POR CUMPLIMIENTO DEL VOLUMEN *
      *  DEL ANO.  DEBE CORRER ANTES DEL PAQUETE GERENCIAL V13C33B     *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C55B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMPPT
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALPPT
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
      *    MES PEDIDO
           05  WS-ANO-MES                  PIC X(06)   VALUE SPACES.
           05  WS-ANO-MES-R REDEFINES WS-ANO-MES.
               10  WS-ANO                  PIC 9(04).
               10  WS-MES                  PIC 9(02).
      *    PRIMER MES DEL ANO, PARA EL ACUMULADO
           05  WS-ANO-MES-INI              PIC X(06)   VALUE SPACES.
           05  WS-ANO-MES-INI-R REDEFINES WS-ANO-MES-INI.
               10  WS-ANO-INI              PIC 9(04).
               10  WS-MES-INI              PIC 9(02).
      *    MES QUE SE RECALCULA Y SUS LIMITES
           05  WS-MES-CALC                 PIC 9(02)   VALUE ZEROES.
           05  WS-ANO-MES-CALC             PIC X(06)   VALUE SPACES.
           05  WS-ANO-MES-CALC-R REDEFINES WS-ANO-MES-CALC.
               10  WS-ANO-CALC             PIC 9(04).
               10  WS-MES-CALC-R           PIC 9(02).
           05  WS-DESDE                    PIC X(08)   VALUE SPACES.
           05  WS-HASTA                    PIC X(08)   VALUE SPACES.
      *    VALORACION
           05  WS-DIV-TASA                 PIC X(03)   VALUE SPACES.
           05  WS-TAS-OFICIAL              PIC S9(07)V9(04) COMP-3
                                                       VALUE ZEROES.
           05  WS-TAS-DOLAR                PIC S9(07)V9(04) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-DIVISA               PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-BOLIVARES            PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-GRUPO                    PIC X(03)   VALUE SPACES.
      *    CORTE DEL REPORTE
           05  WS-OFI-ACTUAL               PIC X(04)   VALUE SPACES.
           05  WS-GRP-ACTUAL               PIC X(03)   VALUE SPACES.
           05  WS-PORCENTAJE               PIC S9(05)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-N                        PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-R                        PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-R-HALLADA                PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-O                        PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-O-MAYOR                  PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-PUESTO                   PIC S9(04)  COMP
                                                       VALUE ZEROES.
      ******************************************************************
      *     TABLA INTERNA DEL REAL DEL MES POR OFICINA Y GRUPO         *
      ******************************************************************
       01  TB-REAL.
           05  TB-CANT-REAL                PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  TB-REA                      OCCURS 1000 TIMES.
               10  TB-REA-OFICINA          PIC X(04).
               10  TB-REA-GRUPO            PIC X(03).
               10  TB-REA-VOLUMEN          PIC S9(15)V9(02) COMP-3.
               10  TB-REA-COMISION         PIC S9(13)V9(02) COMP-3.
      ******************************************************************
      *     ACUMULADOS DEL REPORTE: 1 GRUPO, 2 OFICINA, 3 BANCO        *
      ******************************************************************
       01  TB-ACUMULADOS.
           05  TB-ACUM                     OCCURS 3 TIMES.
               10  TB-VOL-PRE-MES          PIC S9(15)V9(02) COMP-3.
               10  TB-VOL-REA-MES          PIC S9(15)V9(02) COMP-3.
               10  TB-VOL-PRE-ANO          PIC S9(15)V9(02) COMP-3.
               10  TB-VOL-REA-ANO          PIC S9(15)V9(02) COMP-3.
               10  TB-COM-PRE-MES          PIC S9(15)V9(02) COMP-3.
               10  TB-COM-REA-MES          PIC S9(15)V9(02) COMP-3.
               10  TB-COM-PRE-ANO          PIC S9(15)V9(02) COMP-3.
               10  TB-COM-REA-ANO          PIC S9(15)V9(02) COMP-3.
      ******************************************************************
      *            TABLA INTERNA DE OFICINAS PARA EL RANKING           *
      ******************************************************************
       01  TB-OFICINAS.
           05  TB-CANT-OFICINAS            PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  TB-OFICINA                  OCCURS 200 TIMES.
               10  TB-COD-OFICINA          PIC X(04).
               10  TB-OFI-PRE-ANO          PIC S9(15)V9(02) COMP-3.
               10  TB-OFI-REA-ANO          PIC S9(15)V9(02) COMP-3.
               10  TB-OFI-PORCENTAJE       PIC S9(05)V9(02) COMP-3.
               10  TB-IND-LISTADA          PIC X(01).
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(38)
               VALUE 'PRESUPUESTO CONTRA REAL DE OFICINAS - '.
           05  FILLER                      PIC X(04)   VALUE 'MES '.
           05  LN-TIT-ANO-MES              PIC X(06).
           05  FILLER                      PIC X(10)
                                           VALUE ' ENTIDAD: '.
           05  LN-TIT-ENTIDAD              PIC X(11).
           05  FILLER                      PIC X(63)   VALUE SPACES.
      *
       01  LN-CABECERA.
           05  FILLER                      PIC X(22)
               VALUE 'OFIC GRP CONCEPTO'.
           05  FILLER                      PIC X(17)
               VALUE '     META DEL MES'.
           05  FILLER                      PIC X(17)
               VALUE '     REAL DEL MES'.
           05  FILLER                      PIC X(17)
               VALUE '        VARIACION'.
           05  FILLER                      PIC X(09)
                                           VALUE '    % MES'.
           05  FILLER                      PIC X(17)
               VALUE '       META ANUAL'.
           05  FILLER                      PIC X(17)
               VALUE '   REAL ACUMULADO'.
           05  FILLER                      PIC X(09)
                                           VALUE '    % ANO'.
           05  FILLER                      PIC X(07)   VALUE SPACES.
      *
       01  LN-DETALLE.
           05  LN-DET-OFICINA              PIC X(04).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-GRUPO                PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-CONCEPTO             PIC X(13).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-PRE-MES              PIC -ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-REA-MES              PIC -ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-VARIACION            PIC -ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-PCT-MES              PIC ZZZZ9,99.
           05  LN-DET-PCT-MES-X REDEFINES LN-DET-PCT-MES
                                           PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-PRE-ANO              PIC -ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-REA-ANO              PIC -ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-PCT-ANO              PIC ZZZZ9,99.
           05  LN-DET-PCT-ANO-X REDEFINES LN-DET-PCT-ANO
                                           PIC X(08).
           05  FILLER                      PIC X(07)   VALUE SPACES.
      *
       01  LN-RANKING.
           05  FILLER                      PIC X(07)
                                           VALUE 'PUESTO '.
           05  LN-RAN-PUESTO               PIC ZZZ9.
           05  FILLER                      PIC X(09)
                                           VALUE ' OFICINA '.
           05  LN-RAN-OFICINA              PIC X(04).
           05  FILLER                      PIC X(15)
                                           VALUE '  CUMPLIMIENTO '.
           05  LN-RAN-PORCENTAJE           PIC ZZZZ9,99.
           05  LN-RAN-PORCENTAJE-X REDEFINES LN-RAN-PORCENTAJE
                                           PIC X(08).
           05  FILLER                      PIC X(13)
                                           VALUE '  META ANUAL '.
           05  LN-RAN-PRE-ANO              PIC -ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(17)
               VALUE '  REAL ACUMULADO '.
           05  LN-RAN-REA-ANO              PIC -ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(23)   VALUE SPACES.
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
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C55B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-DIV-DOLAR                PIC X(03)   VALUE '1'.
           05  CT-GRUPO-OTROS              PIC X(03)   VALUE 'OTR'.
           05  CT-ORIGEN-REAL              PIC X(01)   VALUE 'R'.
           05  CT-MAX-REAL                 PIC S9(04)  COMP  VALUE 1000.
           05  CT-MAX-OFICINAS             PIC S9(04)  COMP  VALUE 200.
           05  CT-GRUPO                    PIC S9(04)  COMP  VALUE 1.
           05  CT-OFICINA                  PIC S9(04)  COMP  VALUE 2.
           05  CT-BANCO                    PIC S9(04)  COMP  VALUE 3.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-MESES                    PIC 9(07)   VALUE ZEROES.
           05  CN-FILAS-REAL               PIC 9(07)   VALUE ZEROES.
           05  CN-FILAS-NUEVAS             PIC 9(07)   VALUE ZEROES.
           05  CN-SIN-TASA                 PIC 9(07)   VALUE ZEROES.
           05  CN-LEIDAS                   PIC 9(07)   VALUE ZEROES.
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
               INCLUDE V1GT044
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT015
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT124
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT125
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    VOLUMEN DEL MES POR OFICINA Y DIVISA (RESUMEN DIARIO)
      *
           EXEC SQL
               DECLARE V13C55B-V1DC5511
               CURSOR FOR
               SELECT COD_OPE_BANCO,
                      COD_DIV_OPE,
                      SUM(IMP_TOTAL)
               FROM V1DT044
               WHERE FEC_OPE >= :WS-DESDE
                 AND FEC_OPE <= :WS-HASTA
                 AND (COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
               GROUP BY COD_OPE_BANCO,
                        COD_DIV_OPE
           END-EXEC
      *
      *    COMISIONES DEL MES POR OFICINA Y DIVISA DE LA OPERACION
      *
           EXEC SQL
               DECLARE V13C55B-V1DC5512
               CURSOR FOR
               SELECT A.COD_OPE_BANCO,
                      A.COD_DIV_OPE,
                      SUM(C.IMP_COMISION)
               FROM V1DT022 C,
                    V1DT001 A
               WHERE C.NUM_REF      = A.NUM_REF
                 AND C.FEC_CALCULO >= :WS-DESDE
                 AND C.FEC_CALCULO <= :WS-HASTA
                 AND (A.COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
               GROUP BY A.COD_OPE_BANCO,
                        A.COD_DIV_OPE
           END-EXEC
      *
      *    PRESUPUESTO Y REAL DEL ANO HASTA EL MES PEDIDO
      *
           EXEC SQL
               DECLARE V13C55B-V1DC5513
               CURSOR FOR
               SELECT COD_OFICINA,
                      ANO_MES,
                      COD_GRP_DIVISA,
                      IMP_VOL_PRESUP,
                      IMP_COM_PRESUP,
                      IMP_VOL_REAL,
                      IMP_COM_REAL
               FROM V1DT124
               WHERE ANO_MES >= :WS-ANO-MES-INI
                 AND ANO_MES <= :WS-ANO-MES
                 AND (:WS-ENT-BANCO = ' '
                      OR COD_OFICINA IN
                         (SELECT COD_OPE_BANCO
                          FROM V1DT044
                          WHERE COD_ENT_BANCO = :WS-ENT-BANCO))
               ORDER BY COD_OFICINA,
                        COD_GRP_DIVISA,
                        ANO_MES
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
           PERFORM 2000-CALCULAR-REAL
              THRU 2000-CALCULAR-REAL-EXIT
      *
           PERFORM 3000-REPORTE
              THRU 3000-REPORTE-EXIT
      *
           PERFORM 4000-RANKING
              THRU 4000-RANKING-EXIT
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
                   DISPLAY 'V13C55B - ARCHIVO DE PARAMETROS VACIO'
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
               DISPLAY 'V13C55B - MES INVALIDO EN PARAMETROS: '
                       PAR-ANO-MES
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE WS-ANO                     TO WS-ANO-INI
                                              WS-ANO-CALC
           MOVE 1                          TO WS-MES-INI
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           MOVE ZEROES                     TO CN-MESES
                                              CN-FILAS-REAL
                                              CN-FILAS-NUEVAS
                                              CN-SIN-TASA
                                              CN-LEIDAS
                                              TB-CANT-OFICINAS
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
      *                     2000-CALCULAR-REAL                         *
      *  EL REAL DE TODOS LOS MESES DEL ANO SE RECALCULA EN CADA       *
      *  CORRIDA, PARA RECOGER COMISIONES Y RESUMENES TARDIOS          *
      ******************************************************************
       2000-CALCULAR-REAL.
      *
           PERFORM 2100-CALCULAR-MES
              THRU 2100-CALCULAR-MES-EXIT
             VARYING WS-MES-CALC FROM 1 BY 1
             UNTIL WS-MES-CALC GREATER THAN WS-MES
      *
           .
       2000-CALCULAR-REAL-EXIT.
           EXIT.
      ******************************************************************
      * 2100-CALCULAR-MES
      ******************************************************************
       2100-CALCULAR-MES.
      *
           ADD 1                           TO CN-MESES
           MOVE WS-MES-CALC                TO WS-MES-CALC-R
           STRING WS-ANO-MES-CALC '01'
                  DELIMITED BY SIZE
                  INTO WS-DESDE
           END-STRING
           STRING WS-ANO-MES-CALC '31'
                  DELIMITED BY SIZE
                  INTO WS-HASTA
           END-STRING
      *
           MOVE ZEROES                     TO TB-CANT-REAL
      *
           MOVE CT-DIV-DOLAR               TO WS-DIV-TASA
           PERFORM 5100-BUSCAR-OFICIAL
              THRU 5100-BUSCAR-OFICIAL-EXIT
           MOVE WS-TAS-OFICIAL             TO WS-TAS-DOLAR
      *
           PERFORM 2200-VOLUMEN-MES
              THRU 2200-VOLUMEN-MES-EXIT
      *
           PERFORM 2300-COMISION-MES
              THRU 2300-COMISION-MES-EXIT
      *
           PERFORM 2500-GRABAR-MES
              THRU 2500-GRABAR-MES-EXIT
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       2100-CALCULAR-MES-EXIT.
           EXIT.
      ******************************************************************
      * 2200-VOLUMEN-MES
      ******************************************************************
       2200-VOLUMEN-MES.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C55B-V1DC5511
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
               CLOSE V13C55B-V1DC5511
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2200-VOLUMEN-MES-EXIT.
           EXIT.
      ******************************************************************
      * LEER-VOLUMEN
      ******************************************************************
       LEER-VOLUMEN.
      *
           EXEC SQL
               FETCH V13C55B-V1DC5511
               INTO :DCLV1DT044.COD-OPE-BANCO,
                    :DCLV1DT044.COD-DIV-OPE,
                    :WS-IMP-DIVISA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5000-ACUMULAR-VOLUMEN
                      THRU 5000-ACUMULAR-VOLUMEN-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 2300-COMISION-MES
      ******************************************************************
       2300-COMISION-MES.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C55B-V1DC5512
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-COMISION
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C55B-V1DC5512
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2300-COMISION-MES-EXIT.
           EXIT.
      ******************************************************************
      * LEER-COMISION
      ******************************************************************
       LEER-COMISION.
      *
           EXEC SQL
               FETCH V13C55B-V1DC5512
               INTO :DCLV1DT044.COD-OPE-BANCO,
                    :DCLV1DT044.COD-DIV-OPE,
                    :WS-IMP-DIVISA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5200-ACUMULAR-COMISION
                      THRU 5200-ACUMULAR-COMISION-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 2500-GRABAR-MES
      *  EL REAL ANTERIOR DEL MES SE PONE EN CERO (SOLO EN LAS         *
      *  OFICINAS DE LA ENTIDAD PEDIDA) Y SE GRABA EL RECALCULADO      *
      ******************************************************************
       2500-GRABAR-MES.
      *
           MOVE WS-ANO-MES-CALC            TO ANO-MES-PRESUP
           MOVE WS-FEC-HOY                 TO FEC-CALCULO-REAL
      *
           EXEC SQL
               UPDATE V1DT124
                  SET IMP_VOL_REAL     = 0,
                      IMP_COM_REAL     = 0,
                      FEC_CALCULO_REAL = :FEC-CALCULO-REAL
                WHERE ANO_MES          = :ANO-MES-PRESUP
                  AND (:WS-ENT-BANCO = ' '
                       OR COD_OFICINA IN
                          (SELECT COD_OPE_BANCO
                           FROM V1DT044
                           WHERE COD_ENT_BANCO = :WS-ENT-BANCO))
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
           PERFORM 2550-GRABAR-REAL
              THRU 2550-GRABAR-REAL-EXIT
             VARYING WS-R FROM 1 BY 1
             UNTIL WS-R GREATER THAN TB-CANT-REAL
      *
           .
       2500-GRABAR-MES-EXIT.
           EXIT.
      ******************************************************************
      * 2550-GRABAR-REAL
      *  SIN META PARA LA OFICINA Y GRUPO SE DA DE ALTA CON META CERO  *
      ******************************************************************
       2550-GRABAR-REAL.
      *
           MOVE TB-REA-OFICINA(WS-R)       TO COD-OFI-PRESUP
           MOVE TB-REA-GRUPO(WS-R)         TO COD-GRP-PRESUP
           MOVE TB-REA-VOLUMEN(WS-R)       TO IMP-VOL-REAL
           MOVE TB-REA-COMISION(WS-R)      TO IMP-COM-REAL
      *
           EXEC SQL
               UPDATE V1DT124
                  SET IMP_VOL_REAL     = :IMP-VOL-REAL,
                      IMP_COM_REAL     = :IMP-COM-REAL,
                      FEC_CALCULO_REAL = :FEC-CALCULO-REAL
                WHERE COD_OFICINA      = :COD-OFI-PRESUP
                  AND ANO_MES          = :ANO-MES-PRESUP
                  AND COD_GRP_DIVISA   = :COD-GRP-PRESUP
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-FILAS-REAL

               WHEN DB2-NOTFND
                   MOVE ZEROES             TO IMP-VOL-PRESUP
                                              IMP-COM-PRESUP
                   MOVE CT-ORIGEN-REAL     TO IND-ORIGEN-PRESUP
                   MOVE CT-PROGRAMA        TO COD-USUARIO-PRESUP
                   MOVE WS-FEC-HOY         TO FEC-ACT-PRESUP
                   EXEC SQL
                       INSERT INTO V1DT124
                           (COD_OFICINA,
                            ANO_MES,
                            COD_GRP_DIVISA,
                            IMP_VOL_PRESUP,
                            IMP_COM_PRESUP,
                            IMP_VOL_REAL,
                            IMP_COM_REAL,
                            FEC_CALCULO_REAL,
                            IND_ORIGEN,
                            COD_USUARIO,
                            FEC_ACTUALIZA)
                       VALUES
                           (:COD-OFI-PRESUP,
                            :ANO-MES-PRESUP,
                            :COD-GRP-PRESUP,
                            :IMP-VOL-PRESUP,
                            :IMP-COM-PRESUP,
                            :IMP-VOL-REAL,
                            :IMP-COM-REAL,
                            :FEC-CALCULO-REAL,
                            :IND-ORIGEN-PRESUP,
                            :COD-USUARIO-PRESUP,
                            :FEC-ACT-PRESUP)
                   END-EXEC
                   IF  SQLCODE NOT EQUAL ZEROES
                       PERFORM 9999-ABEND-DB2
                          THRU 9999-ABEND-DB2-EXIT
                   END-IF
                   ADD 1                   TO CN-FILAS-NUEVAS

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2550-GRABAR-REAL-EXIT.
           EXIT.
      ******************************************************************
      *                        3000-REPORTE                            *
      *  CORTE POR OFICINA Y GRUPO SOBRE LOS MESES DEL ANO             *
      ******************************************************************
       3000-REPORTE.
      *
           MOVE WS-ANO-MES                 TO LN-TIT-ANO-MES
           IF  WS-ENT-BANCO EQUAL SPACES
               MOVE 'CONSOLIDADO'          TO LN-TIT-ENTIDAD
           ELSE
               MOVE WS-ENT-BANCO           TO LN-TIT-ENTIDAD
           END-IF
           WRITE REG-REPORTE             FROM LN-TITULO
           WRITE REG-REPORTE             FROM LN-CABECERA
      *
           MOVE SPACES                     TO WS-OFI-ACTUAL
                                              WS-GRP-ACTUAL
           INITIALIZE TB-ACUMULADOS
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C55B-V1DC5513
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-PRESUPUESTO
             UNTIL FIN-CURSOR
      *
           IF  WS-OFI-ACTUAL NOT EQUAL SPACES
               PERFORM CERRAR-GRUPO
               PERFORM CERRAR-OFICINA
           END-IF
      *
           MOVE 'BCO'                      TO LN-DET-OFICINA
           MOVE 'TOT'                      TO LN-DET-GRUPO
           MOVE CT-BANCO                   TO WS-N
           PERFORM ESCRIBIR-NIVEL
      *
           EXEC SQL
               CLOSE V13C55B-V1DC5513
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3000-REPORTE-EXIT.
           EXIT.
      ******************************************************************
      * LEER-PRESUPUESTO
      ******************************************************************
       LEER-PRESUPUESTO.
      *
           EXEC SQL
               FETCH V13C55B-V1DC5513
               INTO :COD-OFI-PRESUP,
                    :ANO-MES-PRESUP,
                    :COD-GRP-PRESUP,
                    :IMP-VOL-PRESUP,
                    :IMP-COM-PRESUP,
                    :IMP-VOL-REAL,
                    :IMP-COM-REAL
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3100-PROCESAR-PRESUPUESTO
                      THRU 3100-PROCESAR-PRESUPUESTO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                3100-PROCESAR-PRESUPUESTO                       *
      ******************************************************************
       3100-PROCESAR-PRESUPUESTO.
      *
           ADD 1                           TO CN-LEIDAS
      *
           IF  COD-OFI-PRESUP NOT EQUAL WS-OFI-ACTUAL
               IF  WS-OFI-ACTUAL NOT EQUAL SPACES
                   PERFORM CERRAR-GRUPO
                   PERFORM CERRAR-OFICINA
               END-IF
               MOVE COD-OFI-PRESUP         TO WS-OFI-ACTUAL
               MOVE SPACES                 TO WS-GRP-ACTUAL
           END-IF
      *
           IF  COD-GRP-PRESUP NOT EQUAL WS-GRP-ACTUAL
               IF  WS-GRP-ACTUAL NOT EQUAL SPACES
                   PERFORM CERRAR-GRUPO
               END-IF
               MOVE COD-GRP-PRESUP         TO WS-GRP-ACTUAL
           END-IF
      *
           PERFORM ACUMULAR-NIVEL
             VARYING WS-N FROM 1 BY 1
             UNTIL WS-N GREATER THAN CT-BANCO
      *
           .
       3100-PROCESAR-PRESUPUESTO-EXIT.
           EXIT.
      ******************************************************************
      * ACUMULAR-NIVEL
      *  EL MES PEDIDO VA ADEMAS A LAS COLUMNAS DEL MES                *
      ******************************************************************
       ACUMULAR-NIVEL.
      *
           ADD IMP-VOL-PRESUP              TO TB-VOL-PRE-ANO(WS-N)
           ADD IMP-VOL-REAL                TO TB-VOL-REA-ANO(WS-N)
           ADD IMP-COM-PRESUP              TO TB-COM-PRE-ANO(WS-N)
           ADD IMP-COM-REAL                TO TB-COM-REA-ANO(WS-N)
      *
           IF  ANO-MES-PRESUP EQUAL WS-ANO-MES
               ADD IMP-VOL-PRESUP          TO TB-VOL-PRE-MES(WS-N)
               ADD IMP-VOL-REAL            TO TB-VOL-REA-MES(WS-N)
               ADD IMP-COM-PRESUP          TO TB-COM-PRE-MES(WS-N)
               ADD IMP-COM-REAL            TO TB-COM-REA-MES(WS-N)
           END-IF
      *
           .
      ******************************************************************
      * CERRAR-GRUPO
      ******************************************************************
       CERRAR-GRUPO.
      *
           MOVE WS-OFI-ACTUAL              TO LN-DET-OFICINA
           MOVE WS-GRP-ACTUAL              TO LN-DET-GRUPO
           MOVE CT-GRUPO                   TO WS-N
           PERFORM ESCRIBIR-NIVEL
      *
           .
      ******************************************************************
      * CERRAR-OFICINA
      *  TOTAL DE LA OFICINA Y SU CUMPLIMIENTO ANUAL PARA EL RANKING   *
      ******************************************************************
       CERRAR-OFICINA.
      *
           IF  TB-CANT-OFICINAS GREATER OR EQUAL CT-MAX-OFICINAS
               DISPLAY 'V13C55B - OFICINAS EXCEDEN LA TABLA INTERNA'
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
           ADD 1                           TO TB-CANT-OFICINAS
           MOVE WS-OFI-ACTUAL
             TO TB-COD-OFICINA(TB-CANT-OFICINAS)
           MOVE TB-VOL-PRE-ANO(CT-OFICINA)
             TO TB-OFI-PRE-ANO(TB-CANT-OFICINAS)
           MOVE TB-VOL-REA-ANO(CT-OFICINA)
             TO TB-OFI-REA-ANO(TB-CANT-OFICINAS)
           MOVE 'N'
             TO TB-IND-LISTADA(TB-CANT-OFICINAS)
      *
           MOVE ZEROES                     TO WS-PORCENTAJE
           IF  TB-VOL-PRE-ANO(CT-OFICINA) GREATER THAN ZEROES
               COMPUTE WS-PORCENTAJE ROUNDED =
                       TB-VOL-REA-ANO(CT-OFICINA) * 100
                     / TB-VOL-PRE-ANO(CT-OFICINA)
                   ON SIZE ERROR
                       MOVE 99999,99       TO WS-PORCENTAJE
               END-COMPUTE
           END-IF
           MOVE WS-PORCENTAJE
             TO TB-OFI-PORCENTAJE(TB-CANT-OFICINAS)
      *
           MOVE WS-OFI-ACTUAL              TO LN-DET-OFICINA
           MOVE 'TOT'                      TO LN-DET-GRUPO
           MOVE CT-OFICINA                 TO WS-N
           PERFORM ESCRIBIR-NIVEL
      *
           .
      ******************************************************************
      * ESCRIBIR-NIVEL
      *  DOS LINEAS (VOLUMEN Y COMISION) DEL ACUMULADO WS-N, QUE LUEGO *
      *  SE REINICIA                                                   *
      ******************************************************************
       ESCRIBIR-NIVEL.
      *
           MOVE 'VOLUMEN BS.'              TO LN-DET-CONCEPTO
           MOVE TB-VOL-PRE-MES(WS-N)       TO LN-DET-PRE-MES
           MOVE TB-VOL-REA-MES(WS-N)       TO LN-DET-REA-MES
           COMPUTE LN-DET-VARIACION =
                   TB-VOL-REA-MES(WS-N) - TB-VOL-PRE-MES(WS-N)
           MOVE TB-VOL-PRE-ANO(WS-N)       TO LN-DET-PRE-ANO
           MOVE TB-VOL-REA-ANO(WS-N)       TO LN-DET-REA-ANO
      *
           MOVE SPACES                     TO LN-DET-PCT-MES-X
           IF  TB-VOL-PRE-MES(WS-N) GREATER THAN ZEROES
               COMPUTE WS-PORCENTAJE ROUNDED =
                       TB-VOL-REA-MES(WS-N) * 100
                     / TB-VOL-PRE-MES(WS-N)
                   ON SIZE ERROR
                       MOVE 99999,99       TO WS-PORCENTAJE
               END-COMPUTE
               MOVE WS-PORCENTAJE          TO LN-DET-PCT-MES
           END-IF
      *
           MOVE SPACES                     TO LN-DET-PCT-ANO-X
           IF  TB-VOL-PRE-ANO(WS-N) GREATER THAN ZEROES
               COMPUTE WS-PORCENTAJE ROUNDED =
                       TB-VOL-REA-ANO(WS-N) * 100
                     / TB-VOL-PRE-ANO(WS-N)
                   ON SIZE ERROR
                       MOVE 99999,99       TO WS-PORCENTAJE
               END-COMPUTE
               MOVE WS-PORCENTAJE          TO LN-DET-PCT-ANO
           END-IF
      *
           WRITE REG-REPORTE             FROM LN-DETALLE
      *
           MOVE SPACES                     TO LN-DET-OFICINA
                                              LN-DET-GRUPO
           MOVE 'COMISION BS.'             TO LN-DET-CONCEPTO
           MOVE TB-COM-PRE-MES(WS-N)       TO LN-DET-PRE-MES
           MOVE TB-COM-REA-MES(WS-N)       TO LN-DET-REA-MES
           COMPUTE LN-DET-VARIACION =
                   TB-COM-REA-MES(WS-N) - TB-COM-PRE-MES(WS-N)
           MOVE TB-COM-PRE-ANO(WS-N)       TO LN-DET-PRE-ANO
           MOVE TB-COM-REA-ANO(WS-N)       TO LN-DET-REA-ANO
      *
           MOVE SPACES                     TO LN-DET-PCT-MES-X
           IF  TB-COM-PRE-MES(WS-N) GREATER THAN ZEROES
               COMPUTE WS-PORCENTAJE ROUNDED =
                       TB-COM-REA-MES(WS-N) * 100
                     / TB-COM-PRE-MES(WS-N)
                   ON SIZE ERROR
                       MOVE 99999,99       TO WS-PORCENTAJE
               END-COMPUTE
               MOVE WS-PORCENTAJE          TO LN-DET-PCT-MES
           END-IF
      *
           MOVE SPACES                     TO LN-DET-PCT-ANO-X
           IF  TB-COM-PRE-ANO(WS-N) GREATER THAN ZEROES
               COMPUTE WS-PORCENTAJE ROUNDED =
                       TB-COM-REA-ANO(WS-N) * 100
                     / TB-COM-PRE-ANO(WS-N)
                   ON SIZE ERROR
                       MOVE 99999,99       TO WS-PORCENTAJE
               END-COMPUTE
               MOVE WS-PORCENTAJE          TO LN-DET-PCT-ANO
           END-IF
      *
           WRITE REG-REPORTE             FROM LN-DETALLE
      *
           INITIALIZE TB-ACUM(WS-N)
      *
           .
      ******************************************************************
      *                        4000-RANKING                            *
      *  OFICINAS DE MAYOR A MENOR CUMPLIMIENTO DEL VOLUMEN DEL ANO,   *
      *  POR SELECCION DEL MAXIMO NO LISTADO.  LAS OFICINAS SIN META   *
      *  QUEDAN AL FINAL CON EL CUMPLIMIENTO EN BLANCO                 *
      ******************************************************************
       4000-RANKING.
      *
           PERFORM 4100-PROXIMO-PUESTO
              THRU 4100-PROXIMO-PUESTO-EXIT
             VARYING WS-PUESTO FROM 1 BY 1
             UNTIL WS-PUESTO GREATER THAN TB-CANT-OFICINAS
      *
           .
       4000-RANKING-EXIT.
           EXIT.
      ******************************************************************
      * 4100-PROXIMO-PUESTO
      ******************************************************************
       4100-PROXIMO-PUESTO.
      *
           MOVE ZEROES                     TO WS-O-MAYOR
      *
           PERFORM 4150-COMPARAR-OFICINA
              THRU 4150-COMPARAR-OFICINA-EXIT
             VARYING WS-O FROM 1 BY 1
             UNTIL WS-O GREATER THAN TB-CANT-OFICINAS
      *
           IF  WS-O-MAYOR EQUAL ZEROES
               GO TO 4100-PROXIMO-PUESTO-EXIT
           END-IF
      *
           MOVE 'S'                        TO TB-IND-LISTADA(WS-O-MAYOR)
           MOVE WS-PUESTO                  TO LN-RAN-PUESTO
           MOVE TB-COD-OFICINA(WS-O-MAYOR) TO LN-RAN-OFICINA
           MOVE TB-OFI-PRE-ANO(WS-O-MAYOR) TO LN-RAN-PRE-ANO
           MOVE TB-OFI-REA-ANO(WS-O-MAYOR) TO LN-RAN-REA-ANO
      *
           IF  TB-OFI-PRE-ANO(WS-O-MAYOR) GREATER THAN ZEROES
               MOVE TB-OFI-PORCENTAJE(WS-O-MAYOR)
                                           TO LN-RAN-PORCENTAJE
           ELSE
               MOVE SPACES                 TO LN-RAN-PORCENTAJE-X
           END-IF
      *
           WRITE REG-REPORTE             FROM LN-RANKING
      *
           .
       4100-PROXIMO-PUESTO-EXIT.
           EXIT.
      ******************************************************************
      * 4150-COMPARAR-OFICINA
      *  UNA OFICINA CON META GANA SIEMPRE A UNA SIN META              *
      ******************************************************************
       4150-COMPARAR-OFICINA.
      *
           IF  TB-IND-LISTADA(WS-O) NOT EQUAL 'N'
               GO TO 4150-COMPARAR-OFICINA-EXIT
           END-IF
      *
           IF  WS-O-MAYOR EQUAL ZEROES
               MOVE WS-O                   TO WS-O-MAYOR
               GO TO 4150-COMPARAR-OFICINA-EXIT
           END-IF
      *
           IF  TB-OFI-PRE-ANO(WS-O-MAYOR) NOT GREATER THAN ZEROES
               IF  TB-OFI-PRE-ANO(WS-O) GREATER THAN ZEROES
                   MOVE WS-O               TO WS-O-MAYOR
               END-IF
               GO TO 4150-COMPARAR-OFICINA-EXIT
           END-IF
      *
           IF  TB-OFI-PRE-ANO(WS-O) GREATER THAN ZEROES
           AND TB-OFI-PORCENTAJE(WS-O) GREATER THAN
               TB-OFI-PORCENTAJE(WS-O-MAYOR)
               MOVE WS-O                   TO WS-O-MAYOR
           END-IF
      *
           .
       4150-COMPARAR-OFICINA-EXIT.
           EXIT.
      ******************************************************************
      *                 5000-ACUMULAR-VOLUMEN                          *
      ******************************************************************
       5000-ACUMULAR-VOLUMEN.
      *
           MOVE COD-DIV-OPE OF DCLV1DT044  TO WS-DIV-TASA
           PERFORM 5100-BUSCAR-OFICIAL
              THRU 5100-BUSCAR-OFICIAL-EXIT
      *
           IF  WS-TAS-OFICIAL EQUAL ZEROES
               ADD 1                       TO CN-SIN-TASA
               GO TO 5000-ACUMULAR-VOLUMEN-EXIT
           END-IF
      *
           COMPUTE WS-IMP-BOLIVARES ROUNDED =
                   WS-IMP-DIVISA * WS-TAS-OFICIAL
      *
           PERFORM 5300-UBICAR-REAL
              THRU 5300-UBICAR-REAL-EXIT
      *
           ADD WS-IMP-BOLIVARES            TO
               TB-REA-VOLUMEN(WS-R-HALLADA)
      *
           .
       5000-ACUMULAR-VOLUMEN-EXIT.
           EXIT.
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
      *                 5200-ACUMULAR-COMISION                         *
      *  LA COMISION ESTA EN DOLARES                                   *
      ******************************************************************
       5200-ACUMULAR-COMISION.
      *
           IF  WS-TAS-DOLAR EQUAL ZEROES
               ADD 1                       TO CN-SIN-TASA
               GO TO 5200-ACUMULAR-COMISION-EXIT
           END-IF
      *
           COMPUTE WS-IMP-BOLIVARES ROUNDED =
                   WS-IMP-DIVISA * WS-TAS-DOLAR
      *
           PERFORM 5300-UBICAR-REAL
              THRU 5300-UBICAR-REAL-EXIT
      *
           ADD WS-IMP-BOLIVARES            TO
               TB-REA-COMISION(WS-R-HALLADA)
      *
           .
       5200-ACUMULAR-COMISION-EXIT.
           EXIT.
      ******************************************************************
      *                    5300-UBICAR-REAL                            *
      *  BUSCA (O CREA) LA ENTRADA DE LA OFICINA Y EL GRUPO DE LA      *
      *  DIVISA EN LA TABLA DEL MES                                    *
      ******************************************************************
       5300-UBICAR-REAL.
      *
           MOVE CT-GRUPO-OTROS             TO WS-GRUPO
           MOVE COD-DIV-OPE OF DCLV1DT044  TO COD-DIV-GRUPO
      *
           EXEC SQL
               SELECT COD_GRP_DIVISA
               INTO  :COD-GRP-DIVISA
               FROM V1DT125
               WHERE COD_DIV = :COD-DIV-GRUPO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE COD-GRP-DIVISA     TO WS-GRUPO

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE ZEROES                     TO WS-R-HALLADA
      *
           PERFORM 5350-COMPARAR-REAL
              THRU 5350-COMPARAR-REAL-EXIT
             VARYING WS-R FROM 1 BY 1
             UNTIL WS-R GREATER THAN TB-CANT-REAL
                OR WS-R-HALLADA GREATER THAN ZEROES
      *
           IF  WS-R-HALLADA GREATER THAN ZEROES
               GO TO 5300-UBICAR-REAL-EXIT
           END-IF
      *
           IF  TB-CANT-REAL GREATER OR EQUAL CT-MAX-REAL
               DISPLAY 'V13C55B - OFICINAS Y GRUPOS EXCEDEN LA TABLA'
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
           ADD 1                           TO TB-CANT-REAL
           MOVE TB-CANT-REAL               TO WS-R-HALLADA
           MOVE COD-OPE-BANCO OF DCLV1DT044
             TO TB-REA-OFICINA(WS-R-HALLADA)
           MOVE WS-GRUPO
             TO TB-REA-GRUPO(WS-R-HALLADA)
           MOVE ZEROES
             TO TB-REA-VOLUMEN(WS-R-HALLADA)
                TB-REA-COMISION(WS-R-HALLADA)
      *
           .
       5300-UBICAR-REAL-EXIT.
           EXIT.
      ******************************************************************
      * 5350-COMPARAR-REAL
      ******************************************************************
       5350-COMPARAR-REAL.
      *
           IF  TB-REA-OFICINA(WS-R) EQUAL COD-OPE-BANCO OF DCLV1DT044
           AND TB-REA-GRUPO(WS-R) EQUAL WS-GRUPO
               MOVE WS-R                   TO WS-R-HALLADA
           END-IF
      *
           .
       5350-COMPARAR-REAL-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           DISPLAY 'V13C55B - MESES RECALCULADOS:     ' CN-MESES
           DISPLAY 'V13C55B - REAL GRABADO EN METAS:  '
                   CN-FILAS-REAL
           DISPLAY 'V13C55B - REAL SIN META (ALTAS):  '
                   CN-FILAS-NUEVAS
           DISPLAY 'V13C55B - SIN TASA OFICIAL:       '
                   CN-SIN-TASA
           DISPLAY 'V13C55B - FILAS LISTADAS:         ' CN-LEIDAS
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V13C55B - ENTIDAD JURIDICA:      CONSOLIDADO'
           ELSE
               DISPLAY 'V13C55B - ENTIDAD JURIDICA:      ' WS-ENT-BANCO
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-LEIDAS                  TO W924-CANT-LEIDOS
           MOVE CN-FILAS-NUEVAS            TO W924-CANT-GRABADOS
           MOVE CN-FILAS-REAL              TO W924-CANT-ACTUALIZADOS
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
           DISPLAY 'V13C55B - ERROR DB2 SQLCODE: ' SQLCODE
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
