      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C73B                                             *
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
      * ARCHIVO DE ENTRADA: PARMBDP (PERIODO AAAAMM, EN BLANCO EL MES  *
      *  ANTERIOR, Y ENTIDAD JURIDICA DECLARANTE, OBLIGATORIA: CADA    *
      *  ENTIDAD REMITE SU PROPIO ARCHIVO)                             *
      * ------------------                                             *
      * ARCHIVOS DE SALIDA: SALBDP (ARCHIVO ESTADISTICO DE BALANZA DE  *
      *  PAGOS PARA EL BCV, FORMATO FIJO CON REGISTRO DE TOTALES)      *
      *  RPTBDP (RESUMEN IMPRESO Y LISTA DE EXCEPCIONES)               *
      * ------------------                                             *
      * PROCESO GLOBAL: FLUJOS MENSUALES DE DIVISAS CLASIFICADOS POR   *
      *  CATEGORIA DE BALANZA DE PAGOS Y PAIS DE LA CONTRAPARTE.       *
      *  LAS OPERACIONES CON CLIENTES DEL MES (V1DT001) SE AGRUPAN POR *
      *  LA CATEGORIA VIGENTE DE SU CONCEPTO A LA FECHA DE LA          *
      *  OPERACION (V1DT151), PAIS, DIVISA Y SENTIDO (COMPRA/VENTA).   *
      *  EL PAIS ES EL DE DESTINO Y, SI VIENE EN BLANCO, EL DEL        *
      *  CORRESPONSAL; SE RESUELVE EN EL MAESTRO V1DT087 A SU CODIGO   *
      *  ISO ALFABETICO (SIN RESOLVER SE DECLARA 'ZZZ').  CADA GRUPO   *
      *  LLEVA CANTIDAD DE OPERACIONES, MONTO EN LA DIVISA Y           *
      *  CONTRAVALOR EN DOLARES (IMP_OPE * TAS_DOLAR).  LAS            *
      *  OPERACIONES CUYO CONCEPTO NO TIENE CATEGORIA VIGENTE NO       *
      *  ENTRAN AL ARCHIVO: SALEN EN LA LISTA DE EXCEPCIONES, SE DEJA  *
      *  ALERTA EN V1DT025 Y EL PROCESO TERMINA CON RC 04.  SI ALGUNA  *
      *  FECHA DEL MES QUEDO BLOQUEADA POR EL CUADRE DE FIN DE DIA     *
      *  (V1DT023) EL ARCHIVO NO SE GENERA (RC 08)                     *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C73B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMBDP
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-BALANZA         ASSIGN TO SALBDP
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO RPTBDP
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
           05  PAR-PERIODO                 PIC X(06).
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(70).
      *
       FD  ARCH-BALANZA
           RECORDING MODE IS F.
      *
       01  REG-BALANZA                     PIC X(100).
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
           05  WS-PERIODO                  PIC X(06)   VALUE SPACES.
           05  WS-PERIODO-NUM REDEFINES WS-PERIODO.
               10  WS-PER-ANO              PIC 9(04).
               10  WS-PER-MES              PIC 9(02).
           05  WS-FEC-DESDE                PIC X(08)   VALUE SPACES.
           05  WS-FEC-HASTA                PIC X(08)   VALUE SPACES.
           05  WS-ENT-BANCO                PIC X(04)   VALUE SPACES.
           05  WS-CANT-BLOQUEOS            PIC S9(04)  COMP
                                                       VALUE ZEROES.
      *
      *    FILA AGRUPADA DE V1DT001 POR CATEGORIA, PAIS, DIVISA Y
      *    SENTIDO
      *
           05  WS-CATEGORIA                PIC X(06)   VALUE SPACES.
           05  WS-DES-CATEGORIA            PIC X(40)   VALUE SPACES.
           05  WS-PAIS                     PIC X(03)   VALUE SPACES.
           05  WS-PAIS-NUM REDEFINES WS-PAIS
                                           PIC 9(03).
           05  WS-DIVISA                   PIC X(03)   VALUE SPACES.
           05  WS-SENTIDO                  PIC X(01)   VALUE SPACES.
           05  WS-CANT-OPERACIONES         PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-IMP-DIVISA               PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-USD                  PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
      *
           05  WS-PAIS-ISO                 PIC X(03)   VALUE SPACES.
           05  WS-NOM-PAIS                 PIC X(40)   VALUE SPACES.
           05  WS-CATEGORIA-ANT            PIC X(06)   VALUE SPACES.
           05  WS-CANT-CATEGORIA           PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-USD-CATEGORIA            PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-CANT-TOTAL               PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-USD-TOTAL                PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
      ******************************************************************
      *               REGISTROS DEL ARCHIVO PARA EL BCV                *
      ******************************************************************
       01  REG-BDP-DETALLE.
           05  BDP-TIP-REG                 PIC X(01)   VALUE '2'.
           05  BDP-PERIODO                 PIC X(06).
           05  BDP-COD-ENT-BANCO           PIC X(04).
           05  BDP-COD-CATEGORIA           PIC X(06).
           05  BDP-COD-PAIS-ISO            PIC X(03).
           05  BDP-COD-PAIS                PIC X(03).
           05  BDP-COD-DIV                 PIC X(03).
           05  BDP-SENTIDO                 PIC X(01).
           05  BDP-CANT-OPERACIONES        PIC 9(07).
           05  BDP-IMP-DIVISA              PIC 9(15)V9(02).
           05  BDP-IMP-USD                 PIC 9(15)V9(02).
           05  FILLER                      PIC X(32)   VALUE SPACES.
      *
       01  REG-BDP-TOTALES.
           05  TBD-TIP-REG                 PIC X(01)   VALUE '9'.
           05  TBD-PERIODO                 PIC X(06).
           05  TBD-COD-ENT-BANCO           PIC X(04).
           05  TBD-CANT-REGISTROS          PIC 9(07).
           05  TBD-CANT-OPERACIONES        PIC 9(09).
           05  TBD-IMP-USD                 PIC 9(15)V9(02).
           05  FILLER                      PIC X(56)   VALUE SPACES.
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(60)   VALUE
               'BALANZA DE PAGOS - FLUJOS POR CATEGORIA Y PAIS'.
           05  FILLER                      PIC X(09)   VALUE
               'PERIODO: '.
           05  LN-TIT-PERIODO              PIC X(06).
           05  FILLER                      PIC X(10)   VALUE
               ' ENTIDAD: '.
           05  LN-TIT-ENTIDAD              PIC X(04).
           05  FILLER                      PIC X(43)   VALUE SPACES.
      *
       01  LN-SUBTITULO.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-SUB-TEXTO                PIC X(60).
           05  FILLER                      PIC X(70)   VALUE SPACES.
      *
       01  LN-CABECERA.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(08)   VALUE 'CATEG.'.
           05  FILLER                      PIC X(32)
               VALUE 'DESCRIPCION'.
           05  FILLER                      PIC X(26)   VALUE 'PAIS'.
           05  FILLER                      PIC X(05)   VALUE 'DIV'.
           05  FILLER                      PIC X(08)   VALUE 'SENTIDO'.
           05  FILLER                      PIC X(09)   VALUE '  CANT.'.
           05  FILLER                      PIC X(22)
               VALUE '             IMPORTE'.
           05  FILLER                      PIC X(20)
               VALUE '     CONTRAVALOR USD'.
      *
       01  LN-DETALLE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-CATEGORIA            PIC X(06).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-DES-CATEGORIA        PIC X(30).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-PAIS-ISO             PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-NOM-PAIS             PIC X(20).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-DIVISA               PIC X(03).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-SENTIDO              PIC X(06).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-CANTIDAD             PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-IMPORTE              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-IMP-USD              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  LN-SUBTOTAL.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(16)   VALUE
               'TOTAL CATEGORIA '.
           05  LN-SUB-CATEGORIA            PIC X(06).
           05  FILLER                      PIC X(57)   VALUE SPACES.
           05  LN-SUB-CANTIDAD             PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(24)   VALUE SPACES.
           05  LN-SUB-IMP-USD              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  LN-TOTAL-GENERAL.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(22)   VALUE
               'TOTAL GENERAL'.
           05  FILLER                      PIC X(57)   VALUE SPACES.
           05  LN-TGE-CANTIDAD             PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(24)   VALUE SPACES.
           05  LN-TGE-IMP-USD              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  LN-CAB-EXCEPCION.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(12)   VALUE
               'REFERENCIA'.
           05  FILLER                      PIC X(10)   VALUE 'FECHA'.
           05  FILLER                      PIC X(05)   VALUE 'CPT'.
           05  FILLER                      PIC X(05)   VALUE 'DIV'.
           05  FILLER                      PIC X(08)   VALUE 'SENTIDO'.
           05  FILLER                      PIC X(20)
               VALUE '             IMPORTE'.
           05  FILLER                      PIC X(70)   VALUE SPACES.
      *
       01  LN-EXCEPCION.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-NUM-REF              PIC 9(10).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-FECHA                PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-CONCEPTO             PIC X(03).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-DIVISA               PIC X(03).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-SENTIDO              PIC X(06).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-IMPORTE              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(70)   VALUE SPACES.
      *
       01  LN-TOTAL.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-TOT-TEXTO                PIC X(40).
           05  LN-TOT-CANTIDAD             PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(83)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-RETENIDO                 PIC X(01)   VALUE 'N'.
               88  ARCHIVO-RETENIDO                    VALUE 'S'.
               88  ARCHIVO-NO-RETENIDO                 VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C73B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-COMPRA                   PIC X(01)   VALUE 'C'.
           05  CT-DIV-DOLAR                PIC X(03)   VALUE '1'.
           05  CT-CONTRAPARTE-BANCO        PIC X(01)   VALUE 'B'.
           05  CT-BLOQUEADO                PIC X(01)   VALUE 'S'.
           05  CT-PAIS-NO-IDENTIFICADO     PIC X(03)   VALUE 'ZZZ'.
           05  CT-NOM-NO-IDENTIFICADO      PIC X(40)   VALUE
               'PAIS NO IDENTIFICADO'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-GRUPOS                   PIC 9(07)   VALUE ZEROES.
           05  CN-SIN-PAIS                 PIC 9(07)   VALUE ZEROES.
           05  CN-EXCEPCIONES              PIC 9(07)   VALUE ZEROES.
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
               INCLUDE V1GT001
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT087
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT151
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    FLUJOS DEL MES CON CATEGORIA VIGENTE, AGRUPADOS POR
      *    CATEGORIA, PAIS DE LA CONTRAPARTE, DIVISA Y SENTIDO.  EL
      *    CUADRE INTERBANCARIO (CLA_CONTRAPARTE 'B') NO ES FLUJO CON
      *    CLIENTES Y NO SE DECLARA
      *
           EXEC SQL
               DECLARE V13C73B-V1DC7311
               CURSOR FOR
               SELECT B.COD_CATEGORIA_BP,
                      MAX(B.DES_CATEGORIA_BP),
                      CASE WHEN A.COD_PAIS_DEST <> ' '
                           THEN A.COD_PAIS_DEST
                           ELSE A.COD_PAIS_CORR
                      END,
                      A.COD_DIV_OPE,
                      A.IDF_CMP_VTA,
                      COUNT(*),
                      SUM(A.IMP_OPE),
                      SUM(CASE WHEN A.COD_DIV_OPE = :CT-DIV-DOLAR
                               THEN A.IMP_OPE
                               ELSE A.IMP_OPE * A.TAS_DOLAR
                          END)
               FROM V1DT001 A,
                    V1DT151 B
               WHERE A.FEC_OPE BETWEEN :WS-FEC-DESDE
                                   AND :WS-FEC-HASTA
                 AND A.COD_ENT_BANCO    = :WS-ENT-BANCO
                 AND A.CLA_CONTRAPARTE <> :CT-CONTRAPARTE-BANCO
                 AND B.COD_CPT_CMP_VTA  = A.COD_CPT_CMP_VTA
                 AND A.FEC_OPE BETWEEN B.FEC_DESDE
                                   AND B.FEC_HASTA
               GROUP BY B.COD_CATEGORIA_BP,
                        CASE WHEN A.COD_PAIS_DEST <> ' '
                             THEN A.COD_PAIS_DEST
                             ELSE A.COD_PAIS_CORR
                        END,
                        A.COD_DIV_OPE,
                        A.IDF_CMP_VTA
               ORDER BY 1, 3, 4, 5
           END-EXEC
      *
      *    OPERACIONES DEL MES CUYO CONCEPTO NO TIENE CATEGORIA
      *    VIGENTE A LA FECHA DE LA OPERACION
      *
           EXEC SQL
               DECLARE V13C73B-V1DC7312
               CURSOR FOR
               SELECT A.NUM_REF,
                      A.FEC_OPE,
                      A.COD_CPT_CMP_VTA,
                      A.COD_DIV_OPE,
                      A.IDF_CMP_VTA,
                      A.IMP_OPE
               FROM V1DT001 A
               WHERE A.FEC_OPE BETWEEN :WS-FEC-DESDE
                                   AND :WS-FEC-HASTA
                 AND A.COD_ENT_BANCO    = :WS-ENT-BANCO
                 AND A.CLA_CONTRAPARTE <> :CT-CONTRAPARTE-BANCO
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT151 B
                      WHERE B.COD_CPT_CMP_VTA = A.COD_CPT_CMP_VTA
                        AND A.FEC_OPE BETWEEN B.FEC_DESDE
                                          AND B.FEC_HASTA)
               ORDER BY A.COD_CPT_CMP_VTA,
                        A.FEC_OPE,
                        A.NUM_REF
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
           IF  ARCHIVO-NO-RETENIDO
               PERFORM 2000-FLUJOS
                  THRU 2000-FLUJOS-EXIT
               PERFORM 4000-EXCEPCIONES
                  THRU 4000-EXCEPCIONES-EXIT
           END-IF
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
                OUTPUT ARCH-BALANZA
                       ARCH-REPORTE
      *
           READ ARCH-PARAMETROS
               AT END
                   MOVE SPACES             TO REG-PARAMETROS
           END-READ
      *
           IF  PAR-COD-ENT-BANCO EQUAL SPACES
               DISPLAY 'V13C73B - FALTA EL PARAMETRO DE ENTIDAD'
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE PAR-COD-ENT-BANCO          TO WS-ENT-BANCO
      *
      *    SIN PERIODO SE DECLARA EL MES ANTERIOR AL DE LA CORRIDA
      *
           IF  PAR-PERIODO EQUAL SPACES
               MOVE FUNCTION CURRENT-DATE(1:6)
                                           TO WS-PERIODO
               IF  WS-PER-MES EQUAL 1
                   MOVE 12                 TO WS-PER-MES
                   SUBTRACT 1            FROM WS-PER-ANO
               ELSE
                   SUBTRACT 1            FROM WS-PER-MES
               END-IF
           ELSE
               MOVE PAR-PERIODO            TO WS-PERIODO
           END-IF
      *
           IF  WS-PERIODO NOT NUMERIC
            OR WS-PER-MES LESS THAN 1
            OR WS-PER-MES GREATER THAN 12
               DISPLAY 'V13C73B - PERIODO ERRADO: ' PAR-PERIODO
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE WS-PERIODO                 TO WS-FEC-DESDE
                                              WS-FEC-HASTA
           MOVE '01'                       TO WS-FEC-DESDE(7:2)
           MOVE '31'                       TO WS-FEC-HASTA(7:2)
      *
           MOVE ZEROES                     TO CN-GRUPOS
                                              CN-SIN-PAIS
                                              CN-EXCEPCIONES
                                              WS-CANT-TOTAL
                                              WS-USD-TOTAL
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HASTA               TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           MOVE WS-PERIODO                 TO LN-TIT-PERIODO
           MOVE WS-ENT-BANCO               TO LN-TIT-ENTIDAD
           WRITE REG-REPORTE             FROM LN-TITULO
      *
           PERFORM 1100-VERIFICAR-BLOQUEO
              THRU 1100-VERIFICAR-BLOQUEO-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                  1100-VERIFICAR-BLOQUEO                        *
      *  SI ALGUNA FECHA DEL MES QUEDO BLOQUEADA POR EL CUADRE DE FIN  *
      *  DE DIA (V12C58B), EL ARCHIVO NO SE GENERA HASTA QUE LA        *
      *  DIFERENCIA SE ACLARE Y EL CUADRE VUELVA A CORRER LIMPIO       *
      ******************************************************************
       1100-VERIFICAR-BLOQUEO.
      *
           SET ARCHIVO-NO-RETENIDO         TO TRUE
           MOVE ZEROES                     TO WS-CANT-BLOQUEOS
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-BLOQUEOS
               FROM V1DT023
               WHERE FEC_OPE >= :WS-FEC-DESDE
                 AND FEC_OPE <= :WS-FEC-HASTA
                 AND IND_BLOQUEO = :CT-BLOQUEADO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-BLOQUEOS GREATER THAN ZEROES
               SET ARCHIVO-RETENIDO        TO TRUE
               DISPLAY 'V13C73B - ARCHIVO RETENIDO: HAY FECHAS DEL '
                       'MES BLOQUEADAS POR DESCUADRE'
               MOVE 'ARCHIVO RETENIDO: FECHAS BLOQUEADAS POR DESCUADRE'
                                           TO LN-SUB-TEXTO
               WRITE REG-REPORTE         FROM LN-SUBTITULO
               MOVE 08                     TO RETURN-CODE
           END-IF
      *
           .
       1100-VERIFICAR-BLOQUEO-EXIT.
           EXIT.
      ******************************************************************
      *                         2000-FLUJOS                            *
      ******************************************************************
       2000-FLUJOS.
      *
           WRITE REG-REPORTE             FROM LN-CABECERA
      *
           MOVE SPACES                     TO WS-CATEGORIA-ANT
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C73B-V1DC7311
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-FLUJO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C73B-V1DC7311
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CATEGORIA-ANT NOT EQUAL SPACES
               PERFORM 3900-CORTE-CATEGORIA
                  THRU 3900-CORTE-CATEGORIA-EXIT
           END-IF
      *
           MOVE WS-CANT-TOTAL              TO LN-TGE-CANTIDAD
           MOVE WS-USD-TOTAL               TO LN-TGE-IMP-USD
           WRITE REG-REPORTE             FROM LN-TOTAL-GENERAL
      *
           .
       2000-FLUJOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-FLUJO
      ******************************************************************
       LEER-FLUJO.
      *
           EXEC SQL
               FETCH V13C73B-V1DC7311
               INTO :WS-CATEGORIA,
                    :WS-DES-CATEGORIA,
                    :WS-PAIS,
                    :WS-DIVISA,
                    :WS-SENTIDO,
                    :WS-CANT-OPERACIONES,
                    :WS-IMP-DIVISA,
                    :WS-IMP-USD
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3000-PROCESAR-FLUJO
                      THRU 3000-PROCESAR-FLUJO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                    3000-PROCESAR-FLUJO                         *
      ******************************************************************
       3000-PROCESAR-FLUJO.
      *
           IF  WS-CATEGORIA NOT EQUAL WS-CATEGORIA-ANT
               IF  WS-CATEGORIA-ANT NOT EQUAL SPACES
                   PERFORM 3900-CORTE-CATEGORIA
                      THRU 3900-CORTE-CATEGORIA-EXIT
               END-IF
               MOVE WS-CATEGORIA           TO WS-CATEGORIA-ANT
               MOVE ZEROES                 TO WS-CANT-CATEGORIA
                                              WS-USD-CATEGORIA
           END-IF
      *
           PERFORM 3100-RESOLVER-PAIS
              THRU 3100-RESOLVER-PAIS-EXIT
      *
           INITIALIZE REG-BDP-DETALLE
           MOVE '2'                        TO BDP-TIP-REG
           MOVE WS-PERIODO                 TO BDP-PERIODO
           MOVE WS-ENT-BANCO               TO BDP-COD-ENT-BANCO
           MOVE WS-CATEGORIA               TO BDP-COD-CATEGORIA
           MOVE WS-PAIS-ISO                TO BDP-COD-PAIS-ISO
           MOVE WS-PAIS                    TO BDP-COD-PAIS
           MOVE WS-DIVISA                  TO BDP-COD-DIV
           MOVE WS-SENTIDO                 TO BDP-SENTIDO
           MOVE WS-CANT-OPERACIONES        TO BDP-CANT-OPERACIONES
           MOVE WS-IMP-DIVISA              TO BDP-IMP-DIVISA
           MOVE WS-IMP-USD                 TO BDP-IMP-USD
           WRITE REG-BALANZA             FROM REG-BDP-DETALLE
      *
           ADD 1                           TO CN-GRUPOS
           ADD WS-CANT-OPERACIONES         TO WS-CANT-CATEGORIA
                                              WS-CANT-TOTAL
           ADD WS-IMP-USD                  TO WS-USD-CATEGORIA
                                              WS-USD-TOTAL
      *
           MOVE WS-CATEGORIA               TO LN-DET-CATEGORIA
           MOVE WS-DES-CATEGORIA           TO LN-DET-DES-CATEGORIA
           MOVE WS-PAIS-ISO                TO LN-DET-PAIS-ISO
           MOVE WS-NOM-PAIS                TO LN-DET-NOM-PAIS
           MOVE WS-DIVISA                  TO LN-DET-DIVISA
           IF  WS-SENTIDO EQUAL CT-COMPRA
               MOVE 'COMPRA'               TO LN-DET-SENTIDO
           ELSE
               MOVE 'VENTA'                TO LN-DET-SENTIDO
           END-IF
           MOVE WS-CANT-OPERACIONES        TO LN-DET-CANTIDAD
           MOVE WS-IMP-DIVISA              TO LN-DET-IMPORTE
           MOVE WS-IMP-USD                 TO LN-DET-IMP-USD
           WRITE REG-REPORTE             FROM LN-DETALLE
      *
           .
       3000-PROCESAR-FLUJO-EXIT.
           EXIT.
      ******************************************************************
      * 3100-RESOLVER-PAIS
      *  EL CODIGO NUMERICO DE LA OPERACION SE LLEVA AL ISO ALFABETICO *
      *  DEL MAESTRO V1DT087.  SE BUSCA SIN MIRAR SI EL PAIS SIGUE     *
      *  ACTIVO: LA OPERACION SE HIZO CON EL PAIS DE ESE MOMENTO       *
      ******************************************************************
       3100-RESOLVER-PAIS.
      *
           MOVE CT-PAIS-NO-IDENTIFICADO    TO WS-PAIS-ISO
           MOVE CT-NOM-NO-IDENTIFICADO     TO WS-NOM-PAIS
      *
           IF  WS-PAIS NOT NUMERIC
               ADD 1                       TO CN-SIN-PAIS
               GO TO 3100-RESOLVER-PAIS-EXIT
           END-IF
      *
           MOVE WS-PAIS-NUM                TO COD-PAIS-ISO
      *
           EXEC SQL
               SELECT COD_ISO_ALFA,
                      NOM_PAIS
               INTO  :COD-ISO-ALFA,
                     :NOM-PAIS
               FROM V1DT087
               WHERE COD_PAIS = :COD-PAIS-ISO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE COD-ISO-ALFA       TO WS-PAIS-ISO
                   MOVE NOM-PAIS           TO WS-NOM-PAIS

               WHEN DB2-NOTFND
                   ADD 1                   TO CN-SIN-PAIS

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       3100-RESOLVER-PAIS-EXIT.
           EXIT.
      ******************************************************************
      * 3900-CORTE-CATEGORIA
      ******************************************************************
       3900-CORTE-CATEGORIA.
      *
           MOVE WS-CATEGORIA-ANT           TO LN-SUB-CATEGORIA
           MOVE WS-CANT-CATEGORIA          TO LN-SUB-CANTIDAD
           MOVE WS-USD-CATEGORIA           TO LN-SUB-IMP-USD
           WRITE REG-REPORTE             FROM LN-SUBTOTAL
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
      *
           .
       3900-CORTE-CATEGORIA-EXIT.
           EXIT.
      ******************************************************************
      *                      4000-EXCEPCIONES                          *
      *  OPERACIONES QUE NO ENTRARON AL ARCHIVO POR FALTA DE CATEGORIA *
      *  VIGENTE DE SU CONCEPTO: SE CARGA LA CATEGORIA EN V13C73M Y SE *
      *  RELANZA EL PROCESO                                            *
      ******************************************************************
       4000-EXCEPCIONES.
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE 'OPERACIONES SIN CATEGORIA DE BALANZA DE PAGOS'
                                           TO LN-SUB-TEXTO
           WRITE REG-REPORTE             FROM LN-SUBTITULO
           WRITE REG-REPORTE             FROM LN-CAB-EXCEPCION
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C73B-V1DC7312
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-EXCEPCION
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C73B-V1DC7312
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       4000-EXCEPCIONES-EXIT.
           EXIT.
      ******************************************************************
      * LEER-EXCEPCION
      ******************************************************************
       LEER-EXCEPCION.
      *
           EXEC SQL
               FETCH V13C73B-V1DC7312
               INTO :NUM-REF,
                    :FEC-OPE,
                    :COD-CPT-CMP-VTA,
                    :COD-DIV-OPE,
                    :IDF-CMP-VTA,
                    :IMP-OPE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-EXCEPCIONES
                   MOVE NUM-REF            TO LN-EXC-NUM-REF
                   MOVE FEC-OPE            TO LN-EXC-FECHA
                   MOVE COD-CPT-CMP-VTA    TO LN-EXC-CONCEPTO
                   MOVE COD-DIV-OPE        TO LN-EXC-DIVISA
                   IF  IDF-CMP-VTA EQUAL CT-COMPRA
                       MOVE 'COMPRA'       TO LN-EXC-SENTIDO
                   ELSE
                       MOVE 'VENTA'        TO LN-EXC-SENTIDO
                   END-IF
                   MOVE IMP-OPE            TO LN-EXC-IMPORTE
                   WRITE REG-REPORTE     FROM LN-EXCEPCION

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           IF  ARCHIVO-NO-RETENIDO
               INITIALIZE REG-BDP-TOTALES
               MOVE '9'                    TO TBD-TIP-REG
               MOVE WS-PERIODO             TO TBD-PERIODO
               MOVE WS-ENT-BANCO           TO TBD-COD-ENT-BANCO
               MOVE CN-GRUPOS              TO TBD-CANT-REGISTROS
               MOVE WS-CANT-TOTAL          TO TBD-CANT-OPERACIONES
               MOVE WS-USD-TOTAL           TO TBD-IMP-USD
               WRITE REG-BALANZA         FROM REG-BDP-TOTALES
           END-IF
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE 'REGISTROS GRABADOS PARA EL BCV'
                                           TO LN-TOT-TEXTO
           MOVE CN-GRUPOS                  TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
           MOVE 'GRUPOS CON PAIS NO IDENTIFICADO'
                                           TO LN-TOT-TEXTO
           MOVE CN-SIN-PAIS                TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
           MOVE 'OPERACIONES SIN CATEGORIA'
                                           TO LN-TOT-TEXTO
           MOVE CN-EXCEPCIONES             TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-BALANZA
                 ARCH-REPORTE
      *
           DISPLAY 'V13C73B - PERIODO:                  ' WS-PERIODO
           DISPLAY 'V13C73B - ENTIDAD JURIDICA:         ' WS-ENT-BANCO
           DISPLAY 'V13C73B - REGISTROS GRABADOS:       ' CN-GRUPOS
           DISPLAY 'V13C73B - GRUPOS SIN PAIS:          ' CN-SIN-PAIS
           DISPLAY 'V13C73B - OPERACIONES SIN CATEGORIA: '
                   CN-EXCEPCIONES
      *
           IF  CN-EXCEPCIONES GREATER THAN ZEROES
           AND ARCHIVO-NO-RETENIDO
               MOVE 04                     TO RETURN-CODE
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               SET W925-88-ALERTA          TO TRUE
               STRING 'BALANZA DE PAGOS '  DELIMITED BY SIZE
                      WS-PERIODO           DELIMITED BY SIZE
                      ': OPERACIONES SIN CATEGORIA'
                                           DELIMITED BY SIZE
                      INTO W925-TEXTO
               END-STRING
               CALL CT-V19C025 USING V1WC925
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE WS-CANT-TOTAL              TO W924-CANT-LEIDOS
           MOVE CN-GRUPOS                  TO W924-CANT-GRABADOS
           MOVE ZEROES                     TO W924-CANT-ACTUALIZADOS
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
           DISPLAY 'V13C73B - ERROR DB2 SQLCODE: ' SQLCODE
      *
           MOVE 16                         TO RETURN-CODE
      *
           STOP RUN
           .
       9999-ABEND-DB2-EXIT.
           EXIT.
