      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C80B                                             *
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
      * ARCHIVO DE ENTRADA: PARMRIE (ENTIDAD, FECHA DE LA POSICION,    *
      *  DIAS DE HISTORIA Y NIVEL DE CONFIANZA DEL VAR)                *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALRIE (RIESGO DE MERCADO DE LA POSICION)   *
      * ------------------                                             *
      * PROCESO GLOBAL: RIESGO DE MERCADO DIARIO DE LA POSICION EN     *
      *  DIVISAS DE UNA ENTIDAD.  LA EXPOSICION DE CADA DIVISA ES EL   *
      *  CIERRE DE V1DT094 MAS EL NETO DE LAS PATAS ABIERTAS DE LA     *
      *  CARTERA A PLAZO V1DT098 (COMPRAS SUMAN, VENTAS RESTAN),       *
      *  VALORADA A LA ULTIMA TASA OFICIAL DE V1DT015.                 *
      *  1) APLICA A LA EXPOSICION CADA ESCENARIO ACTIVO DE V1DT161    *
      *     Y DA EL IMPACTO DE CONTADO, A PLAZO Y TOTAL POR DIVISA.    *
      *  2) CALCULA EL VAR POR SIMULACION HISTORICA: CON LAS TASAS DE  *
      *     LOS ULTIMOS N DIAS DE V1DT015 (SI FALTA UNA TASA SE ARRAS- *
      *     TRA LA DEL DIA ANTERIOR) SE OBTIENE LA GANANCIA O PERDIDA  *
      *     DIARIA QUE HABRIA TENIDO LA EXPOSICION DE HOY; EL VAR ES   *
      *     LA K-ESIMA PEOR PERDIDA, K = N * (100 - CONFIANZA) / 100   *
      *     MAS UNO, POR DIVISA Y DEL TOTAL DE LA ENTIDAD.             *
      *  3) COMPARA EL VAR (TIPO 'V') Y LA PEOR PERDIDA DE LOS         *
      *     ESCENARIOS (TIPO 'E') CON LOS LIMITES DE JUNTA DIRECTIVA   *
      *     DE V1DT162; MARCA LOS EXCEDIDOS Y LOS QUE PASAN EL UMBRAL  *
      *     DE ALERTA.  CADA EXCESO DEJA UNA ALERTA EN V1DT025 Y EL    *
      *     PROCESO TERMINA CON RC 04.                                 *
      *  SIN FECHA SE TOMA LA ULTIMA POSICION DE LA ENTIDAD; SIN DIAS  *
      *  SE USAN 250 Y SIN CONFIANZA EL 99%                            *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C80B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMRIE
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALRIE
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
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  PAR-FEC-PROCESO             PIC X(08).
           05  PAR-DIAS-HIST               PIC 9(03).
           05  PAR-NIVEL-CONF              PIC 9(02).
           05  FILLER                      PIC X(63).
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
           05  WS-ENT-BANCO                PIC X(04)   VALUE SPACES.
           05  WS-FEC-PROCESO              PIC X(08)   VALUE SPACES.
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
           05  WS-FEC-MAS-ANTIGUA          PIC X(08)   VALUE SPACES.
           05  WS-FEC-EDITAR               PIC X(08)   VALUE SPACES.
           05  WS-FEC-ED                   PIC X(10)   VALUE SPACES.
           05  WS-COD-DIV                  PIC X(03)   VALUE SPACES.
           05  WS-COD-ESCENARIO            PIC X(04)   VALUE SPACES.
           05  WS-TXT-ESCENARIO            PIC X(40)   VALUE SPACES.
           05  WS-DIAS-HIST                PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-NIVEL-CONF               PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-CANT-OBS                 PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-K                        PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-I                        PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-D                        PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-J                        PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-MIN                      PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-IMP-DIV                  PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-TAS-DIVISA               PIC S9(07)V9(04) COMP-3
                                                       VALUE ZEROES.
           05  WS-PCT-CHOQUE               PIC S9(03)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-RENDIMIENTO              PIC S9(03)V9(09) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-CHQ-CONTADO          PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-CHQ-FORWARD          PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-CHQ-TOTAL            PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-TOT-CHQ-CONTADO          PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-TOT-CHQ-FORWARD          PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-TOT-CHQ-TOTAL            PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-EXP-TOTAL-BS             PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-PEOR-TOTAL               PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-VAR-TOTAL                PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-VAR-CALCULADO            PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-PYG-MINIMO               PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-EXP-BASE                 PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-MEDIDA                   PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-DISPONIBLE               PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-PCT-USO                  PIC S9(05)V9(02) COMP-3
                                                       VALUE ZEROES.
      ******************************************************************
      *        TABLA INTERNA DE DIVISAS CON SU HISTORIA DE TASAS       *
      *  LA HISTORIA VA DE LA FECHA MAS RECIENTE (1) A LA MAS ANTIGUA  *
      ******************************************************************
       01  TB-EXPOSICION.
           05  TB-CANT-DIVISAS             PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  TB-DIVISA                   OCCURS 30 TIMES.
               10  TB-COD-DIV              PIC X(03).
               10  TB-IMP-CONTADO          PIC S9(13)V9(02) COMP-3.
               10  TB-IMP-FORWARD          PIC S9(13)V9(02) COMP-3.
               10  TB-TAS-SPOT             PIC S9(07)V9(04) COMP-3.
               10  TB-IND-TASA             PIC X(01).
               10  TB-EXP-BS               PIC S9(15)V9(02) COMP-3.
               10  TB-PEOR-PERDIDA         PIC S9(15)V9(02) COMP-3.
               10  TB-VAR-BS               PIC S9(15)V9(02) COMP-3.
               10  TB-TAS-HIST             PIC S9(07)V9(04) COMP-3
                                           OCCURS 501 TIMES.
      *
       01  TB-HISTORIA.
           05  TB-CANT-FECHAS              PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  TB-FEC-HIST                 PIC X(08)
                                           OCCURS 501 TIMES.
      *
       01  TB-SIMULACION.
           05  TB-PYG-TOTAL                PIC S9(15)V9(02) COMP-3
                                           OCCURS 500 TIMES.
           05  TB-PYG-TRABAJO              PIC S9(15)V9(02) COMP-3
                                           OCCURS 500 TIMES.
           05  TB-IND-EXTRAIDO             PIC X(01)
                                           OCCURS 500 TIMES.
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(44)
               VALUE 'RIESGO DE MERCADO DE LA POSICION EN DIVISAS'.
           05  FILLER                      PIC X(07)   VALUE 'FECHA: '.
           05  LN-TIT-FECHA                PIC X(10).
           05  FILLER                      PIC X(10)
               VALUE ' ENTIDAD: '.
           05  LN-TIT-ENTIDAD              PIC X(04).
           05  FILLER                      PIC X(57)   VALUE SPACES.
      *
       01  LN-SUBTITULO.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-SUB-TEXTO                PIC X(60).
           05  FILLER                      PIC X(70)   VALUE SPACES.
      *
       01  LN-CAB-POSICION.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(05)   VALUE 'DIV'.
           05  FILLER                      PIC X(23)
               VALUE '     POSICION CONTADO'.
           05  FILLER                      PIC X(23)
               VALUE '         FORWARD NETO'.
           05  FILLER                      PIC X(23)
               VALUE '      EXPOSICION NETA'.
           05  FILLER                      PIC X(14)
               VALUE '        TASA'.
           05  FILLER                      PIC X(25)
               VALUE '          EXPOSICION BS'.
           05  FILLER                      PIC X(17)   VALUE 'MARCA'.
      *
       01  LN-DET-POSICION.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-POS-DIVISA               PIC X(05).
           05  LN-POS-CONTADO              PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-POS-FORWARD              PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-POS-NETA                 PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-POS-TASA                 PIC ZZZ.ZZ9,9999.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-POS-EXPOSICION           PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-POS-MARCA                PIC X(10).
           05  FILLER                      PIC X(07)   VALUE SPACES.
      *
       01  LN-TOT-POSICION.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(88)
               VALUE 'TOTAL EXPOSICION EN BOLIVARES'.
           05  LN-TPO-EXPOSICION           PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(19)   VALUE SPACES.
      *
       01  LN-CAB-ESCENARIO.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(10)   VALUE
               'ESCENARIO '.
           05  LN-ESC-CODIGO               PIC X(04).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-ESC-TEXTO                PIC X(40).
           05  FILLER                      PIC X(74)   VALUE SPACES.
      *
       01  LN-CAB-CHOQUE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(05)   VALUE 'DIV'.
           05  FILLER                      PIC X(10)   VALUE
               ' % CHOQUE'.
           05  FILLER                      PIC X(25)
               VALUE '    IMPACTO CONTADO BS'.
           05  FILLER                      PIC X(25)
               VALUE '    IMPACTO FORWARD BS'.
           05  FILLER                      PIC X(25)
               VALUE '      IMPACTO TOTAL BS'.
           05  FILLER                      PIC X(40)   VALUE SPACES.
      *
       01  LN-DET-CHOQUE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-CHQ-DIVISA               PIC X(05).
           05  LN-CHQ-PCT                  PIC -ZZ9,99.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-CHQ-CONTADO              PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-CHQ-FORWARD              PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-CHQ-TOTAL                PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(42)   VALUE SPACES.
      *
       01  LN-TOT-CHOQUE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(15)   VALUE
               'TOTAL ESCENARIO'.
           05  LN-TCH-CONTADO              PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-TCH-FORWARD              PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-TCH-TOTAL                PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(42)   VALUE SPACES.
      *
       01  LN-PARAM-VAR.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(18)   VALUE
               'DIAS DE HISTORIA: '.
           05  LN-PAR-DIAS                 PIC ZZ9.
           05  FILLER                      PIC X(13)   VALUE
               '  CONFIANZA: '.
           05  LN-PAR-CONFIANZA            PIC Z9.
           05  FILLER                      PIC X(18)   VALUE
               '%  OBSERVACIONES: '.
           05  LN-PAR-OBSERVACIONES        PIC ZZ9.
           05  FILLER                      PIC X(15)   VALUE
               '  PEOR NUMERO: '.
           05  LN-PAR-K                    PIC ZZ9.
           05  FILLER                      PIC X(55)   VALUE SPACES.
      *
       01  LN-CAB-VAR.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(05)   VALUE 'DIV'.
           05  FILLER                      PIC X(25)
               VALUE '          EXPOSICION BS'.
           05  FILLER                      PIC X(25)
               VALUE '                 VAR BS'.
           05  FILLER                      PIC X(10)   VALUE
               '  % EXP.'.
           05  FILLER                      PIC X(30)   VALUE 'MARCA'.
           05  FILLER                      PIC X(35)   VALUE SPACES.
      *
       01  LN-DET-VAR.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-VAR-DIVISA               PIC X(05).
           05  LN-VAR-EXPOSICION           PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-VAR-IMPORTE              PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-VAR-PCT                  PIC ZZ9,99.
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  LN-VAR-MARCA                PIC X(30).
           05  FILLER                      PIC X(35)   VALUE SPACES.
      *
       01  LN-CAB-LIMITE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE 'DIV'.
           05  FILLER                      PIC X(10)   VALUE 'TIPO'.
           05  FILLER                      PIC X(25)
               VALUE '              LIMITE BS'.
           05  FILLER                      PIC X(25)
               VALUE '              MEDIDA BS'.
           05  FILLER                      PIC X(25)
               VALUE '          DISPONIBLE BS'.
           05  FILLER                      PIC X(09)   VALUE '  % USO'.
           05  FILLER                      PIC X(12)   VALUE 'MARCA'.
           05  FILLER                      PIC X(17)   VALUE 'APROBADO'.
      *
       01  LN-DET-LIMITE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-LIM-DIVISA               PIC X(05).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-LIM-TIPO                 PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-LIM-LIMITE               PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-LIM-MEDIDA               PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-LIM-DISPONIBLE           PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-LIM-PCT                  PIC ZZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-LIM-MARCA                PIC X(10).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-LIM-APROBADO             PIC X(10).
           05  FILLER                      PIC X(07)   VALUE SPACES.
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
      *
           05  SW-DIVISA                   PIC X(01)   VALUE 'N'.
               88  DIVISA-HALLADA                      VALUE 'S'.
               88  DIVISA-NO-HALLADA                   VALUE 'N'.
      *
           05  SW-VAR                      PIC X(01)   VALUE 'N'.
               88  VAR-CALCULADO                       VALUE 'S'.
               88  VAR-NO-CALCULADO                    VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C80B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-EST-ABIERTO              PIC X(01)   VALUE 'A'.
           05  CT-IDF-COMPRA               PIC X(01)   VALUE 'C'.
           05  CT-IND-ACTIVO               PIC X(01)   VALUE 'S'.
           05  CT-DIV-TODAS                PIC X(03)   VALUE '***'.
           05  CT-LIMITE-VAR               PIC X(01)   VALUE 'V'.
           05  CT-LIMITE-ESTRES            PIC X(01)   VALUE 'E'.
           05  CT-DIAS-DEFECTO             PIC S9(04)  COMP
                                                       VALUE 250.
           05  CT-MAX-DIAS                 PIC S9(04)  COMP
                                                       VALUE 500.
           05  CT-CONF-DEFECTO             PIC S9(04)  COMP
                                                       VALUE 99.
           05  CT-CONF-MINIMA              PIC S9(04)  COMP
                                                       VALUE 90.
           05  CT-MIN-OBSERVACIONES        PIC S9(04)  COMP
                                                       VALUE 20.
           05  CT-MAX-DIVISAS              PIC S9(04)  COMP
                                                       VALUE 30.
           05  CT-PCT-ALERTA               PIC 9(03)   VALUE 90.
           05  CT-PCT-MAXIMO               PIC 9(04)V9(02)
                                                       VALUE 9999,99.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-DIVISAS                  PIC 9(07)   VALUE ZEROES.
           05  CN-SIN-TASA                 PIC 9(07)   VALUE ZEROES.
           05  CN-ESCENARIOS               PIC 9(07)   VALUE ZEROES.
           05  CN-LIMITES                  PIC 9(07)   VALUE ZEROES.
           05  CN-EXCEDIDOS                PIC 9(07)   VALUE ZEROES.
           05  CN-EN-ALERTA                PIC 9(07)   VALUE ZEROES.
           05  CN-SIN-DATOS                PIC 9(07)   VALUE ZEROES.
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
               INCLUDE V1GT015
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT094
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT161
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT162
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    POSICION DE CIERRE DE LA ENTIDAD POR DIVISA
      *
           EXEC SQL
               DECLARE V13C80B-V1DC8011
               CURSOR FOR
               SELECT COD_DIV,
                      IMP_CIERRE
               FROM V1DT094
               WHERE FEC_POSICION  = :WS-FEC-PROCESO
                 AND COD_ENT_BANCO = :WS-ENT-BANCO
               ORDER BY COD_DIV
           END-EXEC
      *
      *    NETO POR DIVISA DE LAS PATAS ABIERTAS DE LA CARTERA A PLAZO
      *    DE LA ENTIDAD
      *
           EXEC SQL
               DECLARE V13C80B-V1DC8012
               CURSOR FOR
               SELECT F.COD_DIV,
                      SUM(CASE WHEN F.IDF_CMP_VTA = :CT-IDF-COMPRA
                               THEN F.IMP_CONTRATO
                               ELSE 0 - F.IMP_CONTRATO
                          END)
               FROM V1DT098 F
               WHERE F.EST_CONTRATO  = :CT-EST-ABIERTO
                 AND F.COD_ENT_BANCO = :WS-ENT-BANCO
               GROUP BY F.COD_DIV
               ORDER BY F.COD_DIV
           END-EXEC
      *
      *    ESCENARIOS DE CHOQUE ACTIVOS
      *
           EXEC SQL
               DECLARE V13C80B-V1DC8013
               CURSOR FOR
               SELECT COD_ESCENARIO,
                      MAX(TXT_ESCENARIO)
               FROM V1DT161
               WHERE IND_ACTIVO = :CT-IND-ACTIVO
               GROUP BY COD_ESCENARIO
               ORDER BY COD_ESCENARIO
           END-EXEC
      *
      *    FECHAS CON TASA OFICIAL, DE LA MAS RECIENTE HACIA ATRAS
      *
           EXEC SQL
               DECLARE V13C80B-V1DC8014
               CURSOR FOR
               SELECT DISTINCT FEC_TASA
               FROM V1DT015
               WHERE FEC_TASA <= :WS-FEC-PROCESO
               ORDER BY FEC_TASA DESC
           END-EXEC
      *
      *    TASAS DEL PERIODO DE HISTORIA
      *
           EXEC SQL
               DECLARE V13C80B-V1DC8015
               CURSOR FOR
               SELECT FEC_TASA,
                      COD_DIV,
                      TAS_OFICIAL
               FROM V1DT015
               WHERE FEC_TASA >= :WS-FEC-MAS-ANTIGUA
                 AND FEC_TASA <= :WS-FEC-PROCESO
               ORDER BY FEC_TASA DESC,
                        COD_DIV
           END-EXEC
      *
      *    LIMITES DE RIESGO DE MERCADO DE LA ENTIDAD
      *
           EXEC SQL
               DECLARE V13C80B-V1DC8016
               CURSOR FOR
               SELECT COD_DIV,
                      TIP_LIMITE,
                      IMP_LIMITE,
                      FEC_APROBACION,
                      TXT_ACTA
               FROM V1DT162
               WHERE COD_ENT_BANCO = :WS-ENT-BANCO
               ORDER BY TIP_LIMITE,
                        COD_DIV
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
           OPEN INPUT  ARCH-PARAMETROS
                OUTPUT ARCH-REPORTE
      *
           READ ARCH-PARAMETROS
               AT END
                   MOVE SPACES             TO REG-PARAMETROS
           END-READ
      *
           IF  PAR-COD-ENT-BANCO EQUAL SPACES
               DISPLAY 'V13C80B - FALTA EL PARAMETRO DE ENTIDAD'
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE PAR-COD-ENT-BANCO          TO WS-ENT-BANCO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           IF  PAR-FEC-PROCESO EQUAL SPACES
               PERFORM 1100-ULTIMA-POSICION
                  THRU 1100-ULTIMA-POSICION-EXIT
           ELSE
               MOVE PAR-FEC-PROCESO        TO WS-FEC-PROCESO
           END-IF
      *
           IF  PAR-DIAS-HIST IS NUMERIC
           AND PAR-DIAS-HIST GREATER THAN ZEROES
           AND PAR-DIAS-HIST NOT GREATER THAN CT-MAX-DIAS
               MOVE PAR-DIAS-HIST          TO WS-DIAS-HIST
           ELSE
               MOVE CT-DIAS-DEFECTO        TO WS-DIAS-HIST
           END-IF
      *
           IF  PAR-NIVEL-CONF IS NUMERIC
           AND PAR-NIVEL-CONF NOT LESS THAN CT-CONF-MINIMA
               MOVE PAR-NIVEL-CONF         TO WS-NIVEL-CONF
           ELSE
               MOVE CT-CONF-DEFECTO        TO WS-NIVEL-CONF
           END-IF
      *
           MOVE ZEROES                     TO CN-DIVISAS
                                              CN-SIN-TASA
                                              CN-ESCENARIOS
                                              CN-LIMITES
                                              CN-EXCEDIDOS
                                              CN-EN-ALERTA
                                              CN-SIN-DATOS
                                              TB-CANT-DIVISAS
                                              TB-CANT-FECHAS
                                              WS-EXP-TOTAL-BS
                                              WS-PEOR-TOTAL
                                              WS-VAR-TOTAL
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-PROCESO             TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           MOVE WS-FEC-PROCESO             TO WS-FEC-EDITAR
           PERFORM EDITAR-FECHA
           MOVE WS-FEC-ED                  TO LN-TIT-FECHA
           MOVE WS-ENT-BANCO               TO LN-TIT-ENTIDAD
      *
           WRITE REG-REPORTE             FROM LN-TITULO
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                   1100-ULTIMA-POSICION                         *
      *  SIN FECHA EN EL PARAMETRO SE TOMA LA ULTIMA POSICION DE LA    *
      *  ENTIDAD HASTA HOY; SI NO HAY NINGUNA SE USA EL DIA            *
      ******************************************************************
       1100-ULTIMA-POSICION.
      *
           EXEC SQL
               SELECT VALUE(MAX(FEC_POSICION), ' ')
               INTO  :WS-FEC-PROCESO
               FROM V1DT094
               WHERE COD_ENT_BANCO = :WS-ENT-BANCO
                 AND FEC_POSICION <= :WS-FEC-HOY
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-FEC-PROCESO EQUAL SPACES
               MOVE WS-FEC-HOY             TO WS-FEC-PROCESO
           END-IF
      *
           .
       1100-ULTIMA-POSICION-EXIT.
           EXIT.
      ******************************************************************
      *                        2000-PROCESO                            *
      ******************************************************************
       2000-PROCESO.
      *
           PERFORM 2100-CARGAR-POSICION
              THRU 2100-CARGAR-POSICION-EXIT
      *
           PERFORM 2200-CARGAR-FORWARD
              THRU 2200-CARGAR-FORWARD-EXIT
      *
           PERFORM 2300-VALORAR-EXPOSICION
              THRU 2300-VALORAR-EXPOSICION-EXIT
      *
           PERFORM 3000-APLICAR-ESCENARIOS
              THRU 3000-APLICAR-ESCENARIOS-EXIT
      *
           PERFORM 4000-CALCULAR-VAR
              THRU 4000-CALCULAR-VAR-EXIT
      *
           PERFORM 5000-CONTROLAR-LIMITES
              THRU 5000-CONTROLAR-LIMITES-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *                   2100-CARGAR-POSICION                         *
      ******************************************************************
       2100-CARGAR-POSICION.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C80B-V1DC8011
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-POSICION
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C80B-V1DC8011
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2100-CARGAR-POSICION-EXIT.
           EXIT.
      ******************************************************************
      * LEER-POSICION
      ******************************************************************
       LEER-POSICION.
      *
           EXEC SQL
               FETCH V13C80B-V1DC8011
               INTO :COD-DIV-POSICION,
                    :IMP-CIERRE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE COD-DIV-POSICION   TO WS-COD-DIV
                   PERFORM 2150-UBICAR-DIVISA
                      THRU 2150-UBICAR-DIVISA-EXIT
                   ADD IMP-CIERRE          TO TB-IMP-CONTADO(WS-I)

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                    2150-UBICAR-DIVISA                          *
      *  DEVUELVE EN WS-I LA DIVISA WS-COD-DIV DE LA TABLA INTERNA,    *
      *  AGREGANDOLA SI NO ESTA                                        *
      ******************************************************************
       2150-UBICAR-DIVISA.
      *
           PERFORM 8000-BUSCAR-DIVISA
              THRU 8000-BUSCAR-DIVISA-EXIT
      *
           IF  DIVISA-HALLADA
               GO TO 2150-UBICAR-DIVISA-EXIT
           END-IF
      *
           IF  TB-CANT-DIVISAS GREATER OR EQUAL CT-MAX-DIVISAS
               DISPLAY 'V13C80B - DIVISAS EXCEDEN LA TABLA INTERNA'
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
           ADD 1                           TO TB-CANT-DIVISAS
           MOVE TB-CANT-DIVISAS            TO WS-I
           INITIALIZE TB-DIVISA(WS-I)
           MOVE WS-COD-DIV                 TO TB-COD-DIV(WS-I)
           MOVE 'N'                        TO TB-IND-TASA(WS-I)
      *
           .
       2150-UBICAR-DIVISA-EXIT.
           EXIT.
      ******************************************************************
      *                    2200-CARGAR-FORWARD                         *
      ******************************************************************
       2200-CARGAR-FORWARD.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C80B-V1DC8012
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-FORWARD
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C80B-V1DC8012
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2200-CARGAR-FORWARD-EXIT.
           EXIT.
      ******************************************************************
      * LEER-FORWARD
      ******************************************************************
       LEER-FORWARD.
      *
           EXEC SQL
               FETCH V13C80B-V1DC8012
               INTO :WS-COD-DIV,
                    :WS-IMP-DIV
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2150-UBICAR-DIVISA
                      THRU 2150-UBICAR-DIVISA-EXIT
                   ADD WS-IMP-DIV          TO TB-IMP-FORWARD(WS-I)

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  2300-VALORAR-EXPOSICION                       *
      *  VALORA CADA DIVISA A LA ULTIMA TASA OFICIAL HASTA LA FECHA    *
      ******************************************************************
       2300-VALORAR-EXPOSICION.
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE 'EXPOSICION POR DIVISA (CONTADO MAS CARTERA A PLAZO)'
                                           TO LN-SUB-TEXTO
           WRITE REG-REPORTE             FROM LN-SUBTITULO
           WRITE REG-REPORTE             FROM LN-CAB-POSICION
      *
           PERFORM 2310-VALORAR-DIVISA
              THRU 2310-VALORAR-DIVISA-EXIT
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER THAN TB-CANT-DIVISAS
      *
           MOVE WS-EXP-TOTAL-BS            TO LN-TPO-EXPOSICION
           WRITE REG-REPORTE             FROM LN-TOT-POSICION
      *
           .
       2300-VALORAR-EXPOSICION-EXIT.
           EXIT.
      ******************************************************************
      * 2310-VALORAR-DIVISA
      ******************************************************************
       2310-VALORAR-DIVISA.
      *
           ADD 1                           TO CN-DIVISAS
           MOVE TB-COD-DIV(WS-I)           TO WS-COD-DIV
           MOVE ZEROES                     TO WS-TAS-DIVISA
      *
           EXEC SQL
               SELECT TAS_OFICIAL
               INTO  :WS-TAS-DIVISA
               FROM V1DT015
               WHERE COD_DIV  = :WS-COD-DIV
                 AND FEC_TASA =
                     (SELECT MAX(FEC_TASA)
                      FROM V1DT015
                      WHERE COD_DIV   = :WS-COD-DIV
                        AND FEC_TASA <= :WS-FEC-PROCESO)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE 'S'                TO TB-IND-TASA(WS-I)
                   MOVE WS-TAS-DIVISA      TO TB-TAS-SPOT(WS-I)
                   COMPUTE TB-EXP-BS(WS-I) ROUNDED =
                           (TB-IMP-CONTADO(WS-I) + TB-IMP-FORWARD(WS-I))
                         * WS-TAS-DIVISA
                   ADD TB-EXP-BS(WS-I)     TO WS-EXP-TOTAL-BS
                   MOVE SPACES             TO LN-POS-MARCA

               WHEN DB2-NOTFND
                   ADD 1                   TO CN-SIN-TASA
                   MOVE 'N'                TO TB-IND-TASA(WS-I)
                   MOVE ZEROES             TO TB-TAS-SPOT(WS-I)
                                              TB-EXP-BS(WS-I)
                   MOVE 'SIN TASA'         TO LN-POS-MARCA

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE TB-COD-DIV(WS-I)           TO LN-POS-DIVISA
           MOVE TB-IMP-CONTADO(WS-I)       TO LN-POS-CONTADO
           MOVE TB-IMP-FORWARD(WS-I)       TO LN-POS-FORWARD
           COMPUTE WS-IMP-DIV = TB-IMP-CONTADO(WS-I)
                              + TB-IMP-FORWARD(WS-I)
           MOVE WS-IMP-DIV                 TO LN-POS-NETA
           MOVE TB-TAS-SPOT(WS-I)          TO LN-POS-TASA
           MOVE TB-EXP-BS(WS-I)            TO LN-POS-EXPOSICION
           WRITE REG-REPORTE             FROM LN-DET-POSICION
      *
           .
       2310-VALORAR-DIVISA-EXIT.
           EXIT.
      ******************************************************************
      *                 3000-APLICAR-ESCENARIOS                        *
      ******************************************************************
       3000-APLICAR-ESCENARIOS.
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE 'ESCENARIOS DE CHOQUE DE TASA (+ DEPRECIA EL BOLIVAR)'
                                           TO LN-SUB-TEXTO
           WRITE REG-REPORTE             FROM LN-SUBTITULO
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C80B-V1DC8013
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-ESCENARIO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C80B-V1DC8013
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3000-APLICAR-ESCENARIOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-ESCENARIO
      ******************************************************************
       LEER-ESCENARIO.
      *
           EXEC SQL
               FETCH V13C80B-V1DC8013
               INTO :WS-COD-ESCENARIO,
                    :WS-TXT-ESCENARIO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3100-APLICAR-ESCENARIO
                      THRU 3100-APLICAR-ESCENARIO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  3100-APLICAR-ESCENARIO                        *
      ******************************************************************
       3100-APLICAR-ESCENARIO.
      *
           ADD 1                           TO CN-ESCENARIOS
           MOVE ZEROES                     TO WS-TOT-CHQ-CONTADO
                                              WS-TOT-CHQ-FORWARD
                                              WS-TOT-CHQ-TOTAL
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE WS-COD-ESCENARIO           TO LN-ESC-CODIGO
           MOVE WS-TXT-ESCENARIO           TO LN-ESC-TEXTO
           WRITE REG-REPORTE             FROM LN-CAB-ESCENARIO
           WRITE REG-REPORTE             FROM LN-CAB-CHOQUE
      *
           PERFORM 3200-CHOCAR-DIVISA
              THRU 3200-CHOCAR-DIVISA-EXIT
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER THAN TB-CANT-DIVISAS
      *
           MOVE WS-TOT-CHQ-CONTADO         TO LN-TCH-CONTADO
           MOVE WS-TOT-CHQ-FORWARD         TO LN-TCH-FORWARD
           MOVE WS-TOT-CHQ-TOTAL           TO LN-TCH-TOTAL
           WRITE REG-REPORTE             FROM LN-TOT-CHOQUE
      *
           IF  WS-TOT-CHQ-TOTAL LESS THAN ZEROES
           AND 0 - WS-TOT-CHQ-TOTAL GREATER THAN WS-PEOR-TOTAL
               COMPUTE WS-PEOR-TOTAL = 0 - WS-TOT-CHQ-TOTAL
           END-IF
      *
           .
       3100-APLICAR-ESCENARIO-EXIT.
           EXIT.
      ******************************************************************
      *                   3200-CHOCAR-DIVISA                           *
      *  EL CHOQUE DE LA DIVISA ES EL DE SU FILA EN EL ESCENARIO O, SI *
      *  NO LA TIENE, EL DE LA FILA '***'                              *
      ******************************************************************
       3200-CHOCAR-DIVISA.
      *
           IF  TB-IND-TASA(WS-I) NOT EQUAL 'S'
               GO TO 3200-CHOCAR-DIVISA-EXIT
           END-IF
      *
           MOVE TB-COD-DIV(WS-I)           TO WS-COD-DIV
      *
           EXEC SQL
               SELECT VALUE(MAX(CASE WHEN COD_DIV = :WS-COD-DIV
                                     THEN PCT_CHOQUE END),
                            MAX(CASE WHEN COD_DIV = :CT-DIV-TODAS
                                     THEN PCT_CHOQUE END),
                            0)
               INTO  :WS-PCT-CHOQUE
               FROM V1DT161
               WHERE COD_ESCENARIO = :WS-COD-ESCENARIO
                 AND IND_ACTIVO    = :CT-IND-ACTIVO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           COMPUTE WS-IMP-CHQ-CONTADO ROUNDED =
                   TB-IMP-CONTADO(WS-I) * TB-TAS-SPOT(WS-I)
                 * WS-PCT-CHOQUE / 100
           COMPUTE WS-IMP-CHQ-FORWARD ROUNDED =
                   TB-IMP-FORWARD(WS-I) * TB-TAS-SPOT(WS-I)
                 * WS-PCT-CHOQUE / 100
           COMPUTE WS-IMP-CHQ-TOTAL =
                   WS-IMP-CHQ-CONTADO + WS-IMP-CHQ-FORWARD
      *
           ADD WS-IMP-CHQ-CONTADO          TO WS-TOT-CHQ-CONTADO
           ADD WS-IMP-CHQ-FORWARD          TO WS-TOT-CHQ-FORWARD
           ADD WS-IMP-CHQ-TOTAL            TO WS-TOT-CHQ-TOTAL
      *
           IF  WS-IMP-CHQ-TOTAL LESS THAN ZEROES
           AND 0 - WS-IMP-CHQ-TOTAL GREATER THAN TB-PEOR-PERDIDA(WS-I)
               COMPUTE TB-PEOR-PERDIDA(WS-I) = 0 - WS-IMP-CHQ-TOTAL
           END-IF
      *
           MOVE TB-COD-DIV(WS-I)           TO LN-CHQ-DIVISA
           MOVE WS-PCT-CHOQUE              TO LN-CHQ-PCT
           MOVE WS-IMP-CHQ-CONTADO         TO LN-CHQ-CONTADO
           MOVE WS-IMP-CHQ-FORWARD         TO LN-CHQ-FORWARD
           MOVE WS-IMP-CHQ-TOTAL           TO LN-CHQ-TOTAL
           WRITE REG-REPORTE             FROM LN-DET-CHOQUE
      *
           .
       3200-CHOCAR-DIVISA-EXIT.
           EXIT.
      ******************************************************************
      *                     4000-CALCULAR-VAR                          *
      *  SIMULACION HISTORICA: LA GANANCIA O PERDIDA DEL DIA D ES LA   *
      *  EXPOSICION EN BS DE HOY POR LA VARIACION DE LA TASA ENTRE EL  *
      *  DIA D Y EL ANTERIOR.  EL VAR ES LA K-ESIMA PEOR               *
      ******************************************************************
       4000-CALCULAR-VAR.
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE 'VALOR EN RIESGO POR SIMULACION HISTORICA (1 DIA)'
                                           TO LN-SUB-TEXTO
           WRITE REG-REPORTE             FROM LN-SUBTITULO
      *
           PERFORM 4100-CARGAR-FECHAS
              THRU 4100-CARGAR-FECHAS-EXIT
      *
           IF  TB-CANT-FECHAS GREATER THAN ZEROES
               COMPUTE WS-CANT-OBS = TB-CANT-FECHAS - 1
           ELSE
               MOVE ZEROES                 TO WS-CANT-OBS
           END-IF
      *
           COMPUTE WS-K = WS-CANT-OBS * (100 - WS-NIVEL-CONF) / 100
           ADD 1                           TO WS-K
      *
           MOVE WS-DIAS-HIST               TO LN-PAR-DIAS
           MOVE WS-NIVEL-CONF              TO LN-PAR-CONFIANZA
           MOVE WS-CANT-OBS                TO LN-PAR-OBSERVACIONES
           MOVE WS-K                       TO LN-PAR-K
           WRITE REG-REPORTE             FROM LN-PARAM-VAR
           WRITE REG-REPORTE             FROM LN-CAB-VAR
      *
           IF  WS-CANT-OBS LESS THAN CT-MIN-OBSERVACIONES
               SET VAR-NO-CALCULADO        TO TRUE
               MOVE SPACES                 TO LN-VAR-DIVISA
               MOVE ZEROES                 TO LN-VAR-EXPOSICION
                                              LN-VAR-IMPORTE
                                              LN-VAR-PCT
               MOVE 'HISTORIA DE TASAS INSUFICIENTE'
                                           TO LN-VAR-MARCA
               WRITE REG-REPORTE         FROM LN-DET-VAR
               GO TO 4000-CALCULAR-VAR-EXIT
           END-IF
      *
           SET VAR-CALCULADO               TO TRUE
      *
           PERFORM 4200-CARGAR-TASAS
              THRU 4200-CARGAR-TASAS-EXIT
      *
           COMPUTE WS-J = TB-CANT-FECHAS - 1
      *
           PERFORM 4300-ARRASTRAR-DIVISA
              THRU 4300-ARRASTRAR-DIVISA-EXIT
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER THAN TB-CANT-DIVISAS
      *
           PERFORM 4350-LIMPIAR-TOTAL
              THRU 4350-LIMPIAR-TOTAL-EXIT
             VARYING WS-D FROM 1 BY 1
             UNTIL WS-D GREATER THAN WS-CANT-OBS
      *
           PERFORM 4400-SIMULAR-DIVISA
              THRU 4400-SIMULAR-DIVISA-EXIT
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER THAN TB-CANT-DIVISAS
      *
           PERFORM 4500-COPIAR-TOTAL
              THRU 4500-COPIAR-TOTAL-EXIT
             VARYING WS-D FROM 1 BY 1
             UNTIL WS-D GREATER THAN WS-CANT-OBS
      *
           PERFORM 8200-K-ESIMA-PEOR
              THRU 8200-K-ESIMA-PEOR-EXIT
           MOVE WS-VAR-CALCULADO           TO WS-VAR-TOTAL
      *
           MOVE 'TOTAL'                    TO LN-VAR-DIVISA
           MOVE WS-EXP-TOTAL-BS            TO WS-EXP-BASE
           MOVE WS-VAR-TOTAL               TO WS-MEDIDA
           PERFORM 4600-IMPRIMIR-VAR
              THRU 4600-IMPRIMIR-VAR-EXIT
      *
           .
       4000-CALCULAR-VAR-EXIT.
           EXIT.
      ******************************************************************
      *                    4100-CARGAR-FECHAS                          *
      *  LAS N+1 FECHAS MAS RECIENTES CON TASA DAN N OBSERVACIONES     *
      ******************************************************************
       4100-CARGAR-FECHAS.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C80B-V1DC8014
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-FECHA
             UNTIL FIN-CURSOR
                OR TB-CANT-FECHAS GREATER THAN WS-DIAS-HIST
      *
           EXEC SQL
               CLOSE V13C80B-V1DC8014
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  TB-CANT-FECHAS GREATER THAN ZEROES
               MOVE TB-FEC-HIST(TB-CANT-FECHAS)
                                           TO WS-FEC-MAS-ANTIGUA
           END-IF
      *
           .
       4100-CARGAR-FECHAS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-FECHA
      ******************************************************************
       LEER-FECHA.
      *
           EXEC SQL
               FETCH V13C80B-V1DC8014
               INTO :FEC-TASA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO TB-CANT-FECHAS
                   MOVE FEC-TASA       TO TB-FEC-HIST(TB-CANT-FECHAS)

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                    4200-CARGAR-TASAS                           *
      ******************************************************************
       4200-CARGAR-TASAS.
      *
           MOVE 1                          TO WS-D
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C80B-V1DC8015
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-TASA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C80B-V1DC8015
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       4200-CARGAR-TASAS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-TASA
      ******************************************************************
       LEER-TASA.
      *
           EXEC SQL
               FETCH V13C80B-V1DC8015
               INTO :FEC-TASA,
                    :COD-DIV,
                    :TAS-OFICIAL
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 4250-GUARDAR-TASA
                      THRU 4250-GUARDAR-TASA-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                    4250-GUARDAR-TASA                           *
      *  LAS TASAS LLEGAN EN EL MISMO ORDEN DE LA TABLA DE FECHAS      *
      ******************************************************************
       4250-GUARDAR-TASA.
      *
           PERFORM 4260-AVANZAR-FECHA
              THRU 4260-AVANZAR-FECHA-EXIT
             UNTIL WS-D GREATER THAN TB-CANT-FECHAS
                OR TB-FEC-HIST(WS-D) EQUAL FEC-TASA
      *
           IF  WS-D GREATER THAN TB-CANT-FECHAS
               SET FIN-CURSOR              TO TRUE
               GO TO 4250-GUARDAR-TASA-EXIT
           END-IF
      *
           MOVE COD-DIV                    TO WS-COD-DIV
           PERFORM 8000-BUSCAR-DIVISA
              THRU 8000-BUSCAR-DIVISA-EXIT
      *
           IF  DIVISA-HALLADA
               MOVE TAS-OFICIAL            TO TB-TAS-HIST(WS-I, WS-D)
           END-IF
      *
           .
       4250-GUARDAR-TASA-EXIT.
           EXIT.
      ******************************************************************
      * 4260-AVANZAR-FECHA
      ******************************************************************
       4260-AVANZAR-FECHA.
      *
           ADD 1                           TO WS-D
      *
           .
       4260-AVANZAR-FECHA-EXIT.
           EXIT.
      ******************************************************************
      *                  4300-ARRASTRAR-DIVISA                         *
      *  UN DIA SIN TASA TOMA LA DEL DIA ANTERIOR, DE LA FECHA MAS     *
      *  ANTIGUA HACIA LA MAS RECIENTE                                 *
      ******************************************************************
       4300-ARRASTRAR-DIVISA.
      *
           PERFORM 4310-ARRASTRAR-TASA
              THRU 4310-ARRASTRAR-TASA-EXIT
             VARYING WS-D FROM WS-J BY -1
             UNTIL WS-D LESS THAN 1
      *
           .
       4300-ARRASTRAR-DIVISA-EXIT.
           EXIT.
      ******************************************************************
      * 4310-ARRASTRAR-TASA
      ******************************************************************
       4310-ARRASTRAR-TASA.
      *
           IF  TB-TAS-HIST(WS-I, WS-D) EQUAL ZEROES
               COMPUTE WS-MIN = WS-D + 1
               MOVE TB-TAS-HIST(WS-I, WS-MIN)
                                           TO TB-TAS-HIST(WS-I, WS-D)
           END-IF
      *
           .
       4310-ARRASTRAR-TASA-EXIT.
           EXIT.
      ******************************************************************
      * 4350-LIMPIAR-TOTAL
      ******************************************************************
       4350-LIMPIAR-TOTAL.
      *
           MOVE ZEROES                     TO TB-PYG-TOTAL(WS-D)
      *
           .
       4350-LIMPIAR-TOTAL-EXIT.
           EXIT.
      ******************************************************************
      *                   4400-SIMULAR-DIVISA                          *
      ******************************************************************
       4400-SIMULAR-DIVISA.
      *
           MOVE ZEROES                     TO TB-VAR-BS(WS-I)
      *
           IF  TB-IND-TASA(WS-I) NOT EQUAL 'S'
               GO TO 4400-SIMULAR-DIVISA-EXIT
           END-IF
      *
           PERFORM 4410-SIMULAR-DIA
              THRU 4410-SIMULAR-DIA-EXIT
             VARYING WS-D FROM 1 BY 1
             UNTIL WS-D GREATER THAN WS-CANT-OBS
      *
           PERFORM 8200-K-ESIMA-PEOR
              THRU 8200-K-ESIMA-PEOR-EXIT
           MOVE WS-VAR-CALCULADO           TO TB-VAR-BS(WS-I)
      *
           MOVE TB-COD-DIV(WS-I)           TO LN-VAR-DIVISA
           MOVE TB-EXP-BS(WS-I)            TO WS-EXP-BASE
           MOVE TB-VAR-BS(WS-I)            TO WS-MEDIDA
           PERFORM 4600-IMPRIMIR-VAR
              THRU 4600-IMPRIMIR-VAR-EXIT
      *
           .
       4400-SIMULAR-DIVISA-EXIT.
           EXIT.
      ******************************************************************
      * 4410-SIMULAR-DIA
      ******************************************************************
       4410-SIMULAR-DIA.
      *
           COMPUTE WS-MIN = WS-D + 1
      *
           IF  TB-TAS-HIST(WS-I, WS-D)   EQUAL ZEROES
            OR TB-TAS-HIST(WS-I, WS-MIN) EQUAL ZEROES
               MOVE ZEROES                 TO TB-PYG-TRABAJO(WS-D)
           ELSE
               COMPUTE WS-RENDIMIENTO ROUNDED =
                       TB-TAS-HIST(WS-I, WS-D)
                     / TB-TAS-HIST(WS-I, WS-MIN) - 1
               COMPUTE TB-PYG-TRABAJO(WS-D) ROUNDED =
                       TB-EXP-BS(WS-I) * WS-RENDIMIENTO
           END-IF
      *
           ADD TB-PYG-TRABAJO(WS-D)        TO TB-PYG-TOTAL(WS-D)
      *
           .
       4410-SIMULAR-DIA-EXIT.
           EXIT.
      ******************************************************************
      * 4500-COPIAR-TOTAL
      ******************************************************************
       4500-COPIAR-TOTAL.
      *
           MOVE TB-PYG-TOTAL(WS-D)         TO TB-PYG-TRABAJO(WS-D)
      *
           .
       4500-COPIAR-TOTAL-EXIT.
           EXIT.
      ******************************************************************
      * 4600-IMPRIMIR-VAR
      ******************************************************************
       4600-IMPRIMIR-VAR.
      *
           MOVE WS-EXP-BASE                TO LN-VAR-EXPOSICION
           MOVE WS-MEDIDA                  TO LN-VAR-IMPORTE
           MOVE SPACES                     TO LN-VAR-MARCA
           MOVE ZEROES                     TO WS-PCT-USO
      *
           IF  WS-EXP-BASE LESS THAN ZEROES
               COMPUTE WS-EXP-BASE = 0 - WS-EXP-BASE
           END-IF
      *
           IF  WS-EXP-BASE GREATER THAN ZEROES
               COMPUTE WS-PCT-USO ROUNDED =
                       WS-MEDIDA * 100 / WS-EXP-BASE
           END-IF
      *
           MOVE WS-PCT-USO                 TO LN-VAR-PCT
           WRITE REG-REPORTE             FROM LN-DET-VAR
      *
           .
       4600-IMPRIMIR-VAR-EXIT.
           EXIT.
      ******************************************************************
      *                  5000-CONTROLAR-LIMITES                        *
      ******************************************************************
       5000-CONTROLAR-LIMITES.
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE 'LIMITES DE RIESGO DE MERCADO APROBADOS POR LA JUNTA'
                                           TO LN-SUB-TEXTO
           WRITE REG-REPORTE             FROM LN-SUBTITULO
           WRITE REG-REPORTE             FROM LN-CAB-LIMITE
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C80B-V1DC8016
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-LIMITE
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C80B-V1DC8016
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5000-CONTROLAR-LIMITES-EXIT.
           EXIT.
      ******************************************************************
      * LEER-LIMITE
      ******************************************************************
       LEER-LIMITE.
      *
           EXEC SQL
               FETCH V13C80B-V1DC8016
               INTO :COD-DIV-RIE,
                    :TIP-LIMITE-RIE,
                    :IMP-LIMITE-RIE,
                    :FEC-APROBACION-RIE,
                    :TXT-ACTA-RIE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5100-CONTROLAR-LIMITE
                      THRU 5100-CONTROLAR-LIMITE-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  5100-CONTROLAR-LIMITE                         *
      *  LA MEDIDA DEL LIMITE 'V' ES EL VAR Y LA DEL LIMITE 'E' LA     *
      *  PEOR PERDIDA DE LOS ESCENARIOS, DE LA DIVISA O DEL TOTAL      *
      ******************************************************************
       5100-CONTROLAR-LIMITE.
      *
           ADD 1                           TO CN-LIMITES
           MOVE ZEROES                     TO WS-MEDIDA
                                              WS-PCT-USO
           MOVE SPACES                     TO LN-LIM-MARCA
      *
           IF  COD-DIV-RIE EQUAL CT-DIV-TODAS
               MOVE 'TOTAL'                TO LN-LIM-DIVISA
               SET DIVISA-NO-HALLADA       TO TRUE
           ELSE
               MOVE COD-DIV-RIE            TO LN-LIM-DIVISA
                                              WS-COD-DIV
               PERFORM 8000-BUSCAR-DIVISA
                  THRU 8000-BUSCAR-DIVISA-EXIT
           END-IF
      *
           EVALUATE TRUE
               WHEN TIP-LIMITE-RIE EQUAL CT-LIMITE-VAR
                   MOVE 'VAR'              TO LN-LIM-TIPO
                   IF  COD-DIV-RIE EQUAL CT-DIV-TODAS
                       MOVE WS-VAR-TOTAL   TO WS-MEDIDA
                   END-IF
                   IF  DIVISA-HALLADA
                       MOVE TB-VAR-BS(WS-I)
                                           TO WS-MEDIDA
                   END-IF

               WHEN TIP-LIMITE-RIE EQUAL CT-LIMITE-ESTRES
                   MOVE 'ESTRES'           TO LN-LIM-TIPO
                   IF  COD-DIV-RIE EQUAL CT-DIV-TODAS
                       MOVE WS-PEOR-TOTAL  TO WS-MEDIDA
                   END-IF
                   IF  DIVISA-HALLADA
                       MOVE TB-PEOR-PERDIDA(WS-I)
                                           TO WS-MEDIDA
                   END-IF

               WHEN OTHER
                   MOVE TIP-LIMITE-RIE     TO LN-LIM-TIPO
                   MOVE 'TIPO ERRADO'      TO LN-LIM-MARCA
           END-EVALUATE
      *
           COMPUTE WS-DISPONIBLE = IMP-LIMITE-RIE - WS-MEDIDA
      *
           IF  IMP-LIMITE-RIE GREATER THAN ZEROES
               COMPUTE WS-PCT-USO ROUNDED =
                       WS-MEDIDA * 100 / IMP-LIMITE-RIE
               IF  WS-PCT-USO GREATER THAN CT-PCT-MAXIMO
                   MOVE CT-PCT-MAXIMO      TO WS-PCT-USO
               END-IF
           ELSE
               MOVE CT-PCT-MAXIMO          TO WS-PCT-USO
           END-IF
      *
           EVALUATE TRUE
               WHEN LN-LIM-MARCA NOT EQUAL SPACES
                   CONTINUE

               WHEN TIP-LIMITE-RIE EQUAL CT-LIMITE-VAR
                AND VAR-NO-CALCULADO
                   ADD 1                   TO CN-SIN-DATOS
                   MOVE ZEROES             TO WS-PCT-USO
                   MOVE 'SIN DATOS'        TO LN-LIM-MARCA

               WHEN WS-MEDIDA GREATER THAN IMP-LIMITE-RIE
                   ADD 1                   TO CN-EXCEDIDOS
                   MOVE 'EXCEDIDO'         TO LN-LIM-MARCA
                   PERFORM 5200-ALERTAR-EXCESO
                      THRU 5200-ALERTAR-EXCESO-EXIT

               WHEN WS-PCT-USO NOT LESS THAN CT-PCT-ALERTA
                   ADD 1                   TO CN-EN-ALERTA
                   MOVE 'ALERTA'           TO LN-LIM-MARCA
           END-EVALUATE
      *
           MOVE FEC-APROBACION-RIE         TO WS-FEC-EDITAR
           PERFORM EDITAR-FECHA
      *
           MOVE IMP-LIMITE-RIE             TO LN-LIM-LIMITE
           MOVE WS-MEDIDA                  TO LN-LIM-MEDIDA
           MOVE WS-DISPONIBLE              TO LN-LIM-DISPONIBLE
           MOVE WS-PCT-USO                 TO LN-LIM-PCT
           MOVE WS-FEC-ED                  TO LN-LIM-APROBADO
           WRITE REG-REPORTE             FROM LN-DET-LIMITE
      *
           .
       5100-CONTROLAR-LIMITE-EXIT.
           EXIT.
      ******************************************************************
      *                   5200-ALERTAR-EXCESO                          *
      ******************************************************************
       5200-ALERTAR-EXCESO.
      *
           INITIALIZE V1WC925
           MOVE CT-PROGRAMA                TO W925-PROGRAMA
           MOVE 'A'                        TO W925-SEVERIDAD
           STRING 'LIMITE RIESGO MERCADO EXCEDIDO ENT '
                                           DELIMITED BY SIZE
                  WS-ENT-BANCO             DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  LN-LIM-DIVISA            DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  LN-LIM-TIPO              DELIMITED BY SPACE
                  INTO W925-TEXTO
           END-STRING
           CALL CT-V19C025 USING V1WC925
      *
           .
       5200-ALERTAR-EXCESO-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
      *
           MOVE 'DIVISAS CON EXPOSICION:'  TO LN-TOT-TEXTO
           MOVE CN-DIVISAS                 TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
           MOVE 'DIVISAS SIN TASA OFICIAL:'
                                           TO LN-TOT-TEXTO
           MOVE CN-SIN-TASA                TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
           MOVE 'ESCENARIOS APLICADOS:'    TO LN-TOT-TEXTO
           MOVE CN-ESCENARIOS              TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
           MOVE 'LIMITES CONTROLADOS:'     TO LN-TOT-TEXTO
           MOVE CN-LIMITES                 TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
           MOVE 'LIMITES EXCEDIDOS:'       TO LN-TOT-TEXTO
           MOVE CN-EXCEDIDOS               TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
           MOVE 'LIMITES EN ALERTA:'       TO LN-TOT-TEXTO
           MOVE CN-EN-ALERTA               TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
           MOVE 'LIMITES SIN DATOS:'       TO LN-TOT-TEXTO
           MOVE CN-SIN-DATOS               TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           DISPLAY 'V13C80B - DIVISAS CON EXPOSICION:    ' CN-DIVISAS
           DISPLAY 'V13C80B - DIVISAS SIN TASA OFICIAL:  ' CN-SIN-TASA
           DISPLAY 'V13C80B - ESCENARIOS APLICADOS:      '
                   CN-ESCENARIOS
           DISPLAY 'V13C80B - LIMITES CONTROLADOS:       ' CN-LIMITES
           DISPLAY 'V13C80B - LIMITES EXCEDIDOS:         ' CN-EXCEDIDOS
           DISPLAY 'V13C80B - LIMITES EN ALERTA:         ' CN-EN-ALERTA
           DISPLAY 'V13C80B - LIMITES SIN DATOS:         ' CN-SIN-DATOS
      *
           IF  CN-SIN-TASA GREATER THAN ZEROES
            OR CN-SIN-DATOS GREATER THAN ZEROES
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               MOVE 'A'                    TO W925-SEVERIDAD
               STRING 'RIESGO MERCADO SIN TASA: '
                                           DELIMITED BY SIZE
                      CN-SIN-TASA          DELIMITED BY SIZE
                      ' LIMITES SIN DATOS: '
                                           DELIMITED BY SIZE
                      CN-SIN-DATOS         DELIMITED BY SIZE
                      INTO W925-TEXTO
               END-STRING
               CALL CT-V19C025 USING V1WC925
           END-IF
      *
           IF  CN-EXCEDIDOS GREATER THAN ZEROES
               MOVE 4                      TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-DIVISAS                 TO W924-CANT-LEIDOS
           MOVE ZEROES                     TO W924-CANT-GRABADOS
                                              W924-CANT-ACTUALIZADOS
           MOVE RETURN-CODE                TO W924-COD-RETORNO
           CALL CT-V19C024 USING V1WC924
      *
           .
       6000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *                    8000-BUSCAR-DIVISA                          *
      *  DEJA EN WS-I LA POSICION DE WS-COD-DIV EN LA TABLA INTERNA    *
      ******************************************************************
       8000-BUSCAR-DIVISA.
      *
           SET DIVISA-NO-HALLADA           TO TRUE
      *
           PERFORM 8010-COMPARAR-DIVISA
              THRU 8010-COMPARAR-DIVISA-EXIT
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER THAN TB-CANT-DIVISAS
                OR DIVISA-HALLADA
      *
      *    WS-I QUEDO UNA POSICION DESPUES DE LA HALLADA
      *
           IF  DIVISA-HALLADA
               SUBTRACT 1                FROM WS-I
           END-IF
      *
           .
       8000-BUSCAR-DIVISA-EXIT.
           EXIT.
      ******************************************************************
      * 8010-COMPARAR-DIVISA
      ******************************************************************
       8010-COMPARAR-DIVISA.
      *
           IF  TB-COD-DIV(WS-I) EQUAL WS-COD-DIV
               SET DIVISA-HALLADA          TO TRUE
           END-IF
      *
           .
       8010-COMPARAR-DIVISA-EXIT.
           EXIT.
      ******************************************************************
      *                     8200-K-ESIMA-PEOR                          *
      *  EXTRAE K VECES LA MENOR GANANCIA O PERDIDA DE TB-PYG-TRABAJO; *
      *  LA ULTIMA EXTRAIDA ES LA K-ESIMA PEOR Y SI ES PERDIDA ES EL   *
      *  VAR (EN POSITIVO)                                             *
      ******************************************************************
       8200-K-ESIMA-PEOR.
      *
           PERFORM 8210-LIMPIAR-MARCA
              THRU 8210-LIMPIAR-MARCA-EXIT
             VARYING WS-D FROM 1 BY 1
             UNTIL WS-D GREATER THAN WS-CANT-OBS
      *
           PERFORM 8220-EXTRAER-MINIMO
              THRU 8220-EXTRAER-MINIMO-EXIT
             VARYING WS-J FROM 1 BY 1
             UNTIL WS-J GREATER THAN WS-K
      *
           IF  WS-PYG-MINIMO LESS THAN ZEROES
               COMPUTE WS-VAR-CALCULADO = 0 - WS-PYG-MINIMO
           ELSE
               MOVE ZEROES                 TO WS-VAR-CALCULADO
           END-IF
      *
           .
       8200-K-ESIMA-PEOR-EXIT.
           EXIT.
      ******************************************************************
      * 8210-LIMPIAR-MARCA
      ******************************************************************
       8210-LIMPIAR-MARCA.
      *
           MOVE 'N'                        TO TB-IND-EXTRAIDO(WS-D)
      *
           .
       8210-LIMPIAR-MARCA-EXIT.
           EXIT.
      ******************************************************************
      * 8220-EXTRAER-MINIMO
      ******************************************************************
       8220-EXTRAER-MINIMO.
      *
           MOVE ZEROES                     TO WS-MIN
      *
           PERFORM 8230-COMPARAR-MINIMO
              THRU 8230-COMPARAR-MINIMO-EXIT
             VARYING WS-D FROM 1 BY 1
             UNTIL WS-D GREATER THAN WS-CANT-OBS
      *
           MOVE 'S'                        TO TB-IND-EXTRAIDO(WS-MIN)
           MOVE TB-PYG-TRABAJO(WS-MIN)     TO WS-PYG-MINIMO
      *
           .
       8220-EXTRAER-MINIMO-EXIT.
           EXIT.
      ******************************************************************
      * 8230-COMPARAR-MINIMO
      ******************************************************************
       8230-COMPARAR-MINIMO.
      *
           IF  TB-IND-EXTRAIDO(WS-D) EQUAL 'N'
               IF  WS-MIN EQUAL ZEROES
                   MOVE WS-D               TO WS-MIN
               ELSE
                   IF  TB-PYG-TRABAJO(WS-D) LESS THAN
                       TB-PYG-TRABAJO(WS-MIN)
                       MOVE WS-D           TO WS-MIN
                   END-IF
               END-IF
           END-IF
      *
           .
       8230-COMPARAR-MINIMO-EXIT.
           EXIT.
      ******************************************************************
      * EDITAR-FECHA
      ******************************************************************
       EDITAR-FECHA.
      *
           MOVE WS-FEC-EDITAR(7:2)         TO WS-FEC-ED(1:2)
           MOVE '/'                        TO WS-FEC-ED(3:1)
           MOVE WS-FEC-EDITAR(5:2)         TO WS-FEC-ED(4:2)
           MOVE '/'                        TO WS-FEC-ED(6:1)
           MOVE WS-FEC-EDITAR(1:4)         TO WS-FEC-ED(7:4)
      *
           .
      ******************************************************************
      *                       9999-ABEND-DB2                           *
      *  SE TERMINA EL PROCESO CUANDO SE PRODUCE UN ERROR DB2          *
      ******************************************************************
       9999-ABEND-DB2.
      *
           DISPLAY 'V13C80B - ERROR DB2 SQLCODE: ' SQLCODE
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
