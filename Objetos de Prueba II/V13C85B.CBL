      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C85B                                             *
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
      * ARCHIVO DE ENTRADA: PARMREL (PERIODO AAAAMM A REVISAR; EN      *
      *  BLANCO, EL MES ANTERIOR AL DE LA CORRIDA; ENTIDAD JURIDICA,   *
      *  EN BLANCO CONSOLIDADO)                                        *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALREL (OPERACIONES DEL PERSONAL Y PARTES   *
      *  VINCULADAS DEL MES CON SUS MARCAS, Y REPORTE DE PARTES        *
      *  VINCULADAS POR TIPO DE RELACION)                              *
      * ------------------                                             *
      * PROCESO GLOBAL: MONITOREO MENSUAL DE LAS OPERACIONES DE        *
      *  DIVISAS DE EMPLEADOS, DIRECTORES, SUS FAMILIARES Y EMPRESAS   *
      *  VINCULADAS.  SE TOMAN DE V1DT001 LAS OPERACIONES DEL MES DE   *
      *  CADA PERSONA DEL REGISTRO V1DT166 QUE ESTABA VIGENTE EN LA    *
      *  FECHA DE LA OPERACION Y SE MARCAN:                            *
      *  - L: EQUIVALENTE EN DOLARES SOBRE EL MAXIMO POR OPERACION DE  *
      *       LA POLITICA DE SU TIPO DE RELACION (V1DT167);            *
      *  - O: OPERACION HECHA EN LA OFICINA DEL PROPIO EMPLEADO;       *
      *  - F: OPERACION FIRMADA (V1DT002) POR EL PROPIO EMPLEADO.      *
      *  EL ACUMULADO DEL MES DE CADA PERSONA SE COMPARA CON EL        *
      *  MAXIMO MENSUAL DE LA POLITICA.  CADA PERSONA CON ALGUNA       *
      *  MARCA ES UN EVENTO DE ALERTA EN V1DT025 Y LA CORRIDA TERMINA  *
      *  CON RC 04.  AL FINAL SE EMITE EL REPORTE DE PARTES            *
      *  VINCULADAS CON LOS TOTALES POR TIPO DE RELACION               *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C85B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMREL
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALREL
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
           05  WS-FEC-HOY-R REDEFINES WS-FEC-HOY.
               10  WS-HOY-ANO              PIC 9(04).
               10  WS-HOY-MES              PIC 9(02).
               10  WS-HOY-DIA              PIC 9(02).
           05  WS-PERIODO                  PIC X(06)   VALUE SPACES.
           05  WS-PERIODO-R REDEFINES WS-PERIODO.
               10  WS-PER-ANO              PIC 9(04).
               10  WS-PER-MES              PIC 9(02).
           05  WS-ENT-BANCO                PIC X(04)   VALUE SPACES.
           05  WS-FEC-DESDE                PIC X(08)   VALUE SPACES.
           05  WS-FEC-HASTA                PIC X(08)   VALUE SPACES.
           05  WS-FIRMAS-PROPIAS           PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-IMP-USD                  PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-MARCAS                   PIC X(30)   VALUE SPACES.
           05  WS-PTR                      PIC 9(03)   VALUE ZEROES.
           05  WS-DOC-ANTERIOR             PIC X(15)   VALUE SPACES.
           05  WS-TIP-ANTERIOR             PIC X(01)   VALUE SPACES.
           05  WS-NOM-ANTERIOR             PIC X(40)   VALUE SPACES.
           05  WS-IND-TIPO                 PIC 9(02)   VALUE ZEROES.
           05  WS-IND-POL                  PIC 9(02)   VALUE ZEROES.
           05  WS-MAX-OPERACION            PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-MAX-MES                  PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
      *
      *    ACUMULADOS DE LA PERSONA EN CURSO
      *
           05  WS-PER-OPERACIONES          PIC 9(07)   VALUE ZEROES.
           05  WS-PER-MARCADAS             PIC 9(07)   VALUE ZEROES.
           05  WS-PER-IMP-USD              PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-DOC-EVENTO               PIC X(15)   VALUE SPACES.
      ******************************************************************
      *         POLITICA POR TIPO DE RELACION (V1DT167)                *
      ******************************************************************
       01  WS-TABLA-POLITICA.
           05  WS-POL-CANTIDAD             PIC 9(02)   VALUE ZEROES.
           05  WS-POL-ENTRADA              OCCURS 10 TIMES.
               10  WS-POL-TIP-RELACION     PIC X(01).
               10  WS-POL-MAX-OPERACION    PIC S9(13)V9(02) COMP-3.
               10  WS-POL-MAX-MES          PIC S9(13)V9(02) COMP-3.
      ******************************************************************
      *      TOTALES DEL REPORTE DE PARTES VINCULADAS POR TIPO         *
      ******************************************************************
       01  WS-TABLA-TIPOS.
           05  WS-TIPOS-INICIAL.
               10  FILLER                  PIC X(21)
                                           VALUE 'EEMPLEADOS'.
               10  FILLER                  PIC X(21)
                                           VALUE 'DDIRECTORES'.
               10  FILLER                  PIC X(21)
                                           VALUE 'FFAMILIARES'.
               10  FILLER                  PIC X(21)
                                           VALUE 'VEMPRESAS VINCULADAS'.
           05  WS-TIPOS-R REDEFINES WS-TIPOS-INICIAL.
               10  WS-TIP-DESCRIPCION      OCCURS 4 TIMES.
                   15  WS-TIP-CODIGO       PIC X(01).
                   15  WS-TIP-NOMBRE       PIC X(20).
           05  WS-TIP-TOTALES              OCCURS 4 TIMES.
               10  WS-TOT-PERSONAS         PIC 9(07).
               10  WS-TOT-OPERACIONES      PIC 9(07).
               10  WS-TOT-MARCADAS         PIC 9(07).
               10  WS-TOT-PERS-MARCADAS    PIC 9(07).
               10  WS-TOT-COMPRAS-USD      PIC S9(13)V9(02) COMP-3.
               10  WS-TOT-VENTAS-USD       PIC S9(13)V9(02) COMP-3.
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(40)
               VALUE 'OPERACIONES DEL PERSONAL Y VINCULADOS - '.
           05  FILLER                      PIC X(09)
                                           VALUE 'PERIODO: '.
           05  LN-TIT-PERIODO              PIC X(06).
           05  FILLER                      PIC X(14)
                                           VALUE '  GENERADO EL '.
           05  LN-TIT-FECHA                PIC X(08).
           05  FILLER                      PIC X(10)
                                           VALUE ' ENTIDAD: '.
           05  LN-TIT-ENTIDAD              PIC X(11).
           05  FILLER                      PIC X(34)   VALUE SPACES.
      *
       01  LN-SECCION.
           05  LN-SEC-TEXTO                PIC X(60).
           05  FILLER                      PIC X(72)   VALUE SPACES.
      *
       01  LN-CABECERA.
           05  FILLER                      PIC X(16)
                                           VALUE 'DOCUMENTO'.
           05  FILLER                      PIC X(31)   VALUE 'NOMBRE'.
           05  FILLER                      PIC X(03)   VALUE 'T'.
           05  FILLER                      PIC X(12)
                                           VALUE 'REFERENCIA'.
           05  FILLER                      PIC X(09)   VALUE 'FECHA'.
           05  FILLER                      PIC X(05)   VALUE 'OFIC'.
           05  FILLER                      PIC X(04)   VALUE 'DIV'.
           05  FILLER                      PIC X(02)   VALUE 'CV'.
           05  FILLER                      PIC X(18)
                                           VALUE '     IMPORTE USD'.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(30)   VALUE 'MARCAS'.
      *
       01  LN-DETALLE.
           05  LN-DET-DOCUMENTO            PIC X(15).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-NOMBRE               PIC X(30).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-TIPO                 PIC X(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-NUM-REF              PIC Z(09)9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-FECHA                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-OFICINA              PIC X(04).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-DIVISA               PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-CMP-VTA              PIC X(01).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-IMP-USD              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-MARCAS               PIC X(30).
      *
       01  LN-TOTAL-PERSONA.
           05  FILLER                      PIC X(16)   VALUE SPACES.
           05  FILLER                      PIC X(17)
                                           VALUE 'TOTAL PERSONA  - '.
           05  FILLER                      PIC X(13)
                                           VALUE 'OPERACIONES: '.
           05  LN-TPE-OPERACIONES          PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(11)
                                           VALUE '  MARCADAS:'.
           05  LN-TPE-MARCADAS             PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(11)   VALUE SPACES.
           05  LN-TPE-IMP-USD              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-TPE-MENSAJE              PIC X(30).
      *
       01  LN-CAB-RESUMEN.
           05  FILLER                      PIC X(23)
                                           VALUE 'TIPO DE RELACION'.
           05  FILLER                      PIC X(10)
                                           VALUE ' PERSONAS'.
           05  FILLER                      PIC X(12)
                                           VALUE ' OPERACIONES'.
           05  FILLER                      PIC X(20)
                                           VALUE '         COMPRAS USD'.
           05  FILLER                      PIC X(20)
                                           VALUE '          VENTAS USD'.
           05  FILLER                      PIC X(20)
                                           VALUE '           TOTAL USD'.
           05  FILLER                      PIC X(10)
                                           VALUE '  MARCADAS'.
           05  FILLER                      PIC X(17)
                                           VALUE '  PERS. MARCADAS'.
      *
       01  LN-RESUMEN.
           05  LN-RES-CODIGO               PIC X(01).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-RES-NOMBRE               PIC X(20).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-RES-PERSONAS             PIC Z.ZZZ.ZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-RES-OPERACIONES          PIC Z.ZZZ.ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-RES-COMPRAS-USD          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-RES-VENTAS-USD           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-RES-TOTAL-USD            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-RES-MARCADAS             PIC Z.ZZZ.ZZ9.
           05  FILLER                      PIC X(06)   VALUE SPACES.
           05  LN-RES-PERS-MARCADAS        PIC Z.ZZZ.ZZ9.
           05  FILLER                      PIC X(04)   VALUE SPACES.
      *
       01  LN-LEYENDA.
           05  FILLER                      PIC X(44)
               VALUE 'MARCAS: L SOBRE EL MAXIMO POR OPERACION  '.
           05  FILLER                      PIC X(88)
               VALUE 'O OFICINA PROPIA  F FIRMADA POR EL EMPLEADO'.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-FIN-POLITICA             PIC X(01)   VALUE 'N'.
               88  FIN-POLITICA                        VALUE 'S'.
               88  NO-FIN-POLITICA                     VALUE 'N'.
           05  SW-PRIMERA-PERSONA          PIC X(01)   VALUE 'S'.
               88  PRIMERA-PERSONA                     VALUE 'S'.
               88  NO-PRIMERA-PERSONA                  VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C85B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-IDF-COMPRA               PIC X(01)   VALUE 'C'.
           05  CT-DIV-DOLAR                PIC X(03)   VALUE '1'.
           05  CT-MAX-POLITICAS            PIC 9(02)   VALUE 10.
           05  CT-MAX-TIPOS                PIC 9(02)   VALUE 4.
           05  CT-SEC-OPERACIONES          PIC X(60)
               VALUE 'OPERACIONES DEL MES POR PERSONA'.
           05  CT-SEC-RESUMEN              PIC X(60)
               VALUE 'REPORTE DE PARTES VINCULADAS POR RELACION'.
           05  CT-EXCEDE-MES               PIC X(30)
               VALUE 'EXCEDE EL MAXIMO MENSUAL'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-OPERACIONES              PIC 9(07)   VALUE ZEROES.
           05  CN-PERSONAS                 PIC 9(07)   VALUE ZEROES.
           05  CN-MARCADAS                 PIC 9(07)   VALUE ZEROES.
           05  CN-PERS-MARCADAS            PIC 9(07)   VALUE ZEROES.
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
               INCLUDE V1GT166
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT167
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    OPERACIONES DEL MES DE CADA PERSONA DEL REGISTRO VIGENTE EN
      *    SU FECHA, CON LAS FIRMAS DEL PROPIO EMPLEADO EN V1DT002
      *
           EXEC SQL
               DECLARE V13C85B-V1DC8511
               CURSOR FOR
               SELECT R.NUM_DOC_PERSONA,
                      R.NOM_PERSONA,
                      R.TIP_RELACION,
                      R.COD_OFICINA,
                      R.COD_USUARIO,
                      O.NUM_REF,
                      O.FEC_OPE,
                      O.COD_OPE_BANCO,
                      O.COD_DIV_OPE,
                      O.IDF_CMP_VTA,
                      O.IMP_OPE,
                      O.TAS_DOLAR,
                      (SELECT COUNT(*)
                       FROM V1DT002 A
                       WHERE A.NUM_REF     = O.NUM_REF
                         AND A.COD_USUARIO = R.COD_USUARIO
                         AND R.COD_USUARIO <> ' ')
               FROM V1DT166 R,
                    V1DT001 O
               WHERE O.NUM_DOC_PERSONA = R.NUM_DOC_PERSONA
                 AND O.FEC_OPE BETWEEN :WS-FEC-DESDE AND :WS-FEC-HASTA
                 AND O.FEC_OPE BETWEEN R.FEC_DESDE AND R.FEC_HASTA
                 AND (O.COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
               ORDER BY R.TIP_RELACION,
                        R.NUM_DOC_PERSONA,
                        O.FEC_OPE,
                        O.NUM_REF
           END-EXEC
      *
      *    POLITICA VIGENTE POR TIPO DE RELACION
      *
           EXEC SQL
               DECLARE V13C85B-V1DC8512
               CURSOR FOR
               SELECT TIP_RELACION,
                      IMP_MAX_OPERACION,
                      IMP_MAX_MES
               FROM V1DT167
               ORDER BY TIP_RELACION
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
           PERFORM 4000-REPORTE-VINCULADOS
              THRU 4000-REPORTE-VINCULADOS-EXIT
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
           IF  PAR-PERIODO EQUAL SPACES
               IF  WS-HOY-MES EQUAL 1
                   COMPUTE WS-PER-ANO = WS-HOY-ANO - 1
                   MOVE 12                 TO WS-PER-MES
               ELSE
                   MOVE WS-HOY-ANO         TO WS-PER-ANO
                   COMPUTE WS-PER-MES = WS-HOY-MES - 1
               END-IF
           ELSE
               MOVE PAR-PERIODO            TO WS-PERIODO
               IF  WS-PERIODO NOT NUMERIC
                OR WS-PER-MES LESS 1
                OR WS-PER-MES GREATER 12
                   DISPLAY 'V13C85B - PERIODO INVALIDO: ' PAR-PERIODO
                   MOVE 16                 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
      *
           MOVE PAR-COD-ENT-BANCO          TO WS-ENT-BANCO
      *
           STRING WS-PERIODO '01' DELIMITED BY SIZE
                  INTO WS-FEC-DESDE
           END-STRING
           STRING WS-PERIODO '31' DELIMITED BY SIZE
                  INTO WS-FEC-HASTA
           END-STRING
      *
           MOVE ZEROES                     TO CN-OPERACIONES
                                              CN-PERSONAS
                                              CN-MARCADAS
                                              CN-PERS-MARCADAS
      *
           PERFORM 1100-INICIAR-TIPO
              VARYING WS-IND-TIPO FROM 1 BY 1
                UNTIL WS-IND-TIPO GREATER CT-MAX-TIPOS
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HOY                 TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           PERFORM 1200-CARGAR-POLITICA
              THRU 1200-CARGAR-POLITICA-EXIT
      *
           MOVE WS-PERIODO                 TO LN-TIT-PERIODO
           MOVE WS-FEC-HOY                 TO LN-TIT-FECHA
           IF  WS-ENT-BANCO EQUAL SPACES
               MOVE 'CONSOLIDADO'          TO LN-TIT-ENTIDAD
           ELSE
               MOVE WS-ENT-BANCO           TO LN-TIT-ENTIDAD
           END-IF
           WRITE REG-REPORTE             FROM LN-TITULO
           WRITE REG-REPORTE             FROM LN-LEYENDA
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      * 1100-INICIAR-TIPO
      ******************************************************************
       1100-INICIAR-TIPO.
      *
           INITIALIZE WS-TIP-TOTALES(WS-IND-TIPO)
      *
           .
      ******************************************************************
      *                  1200-CARGAR-POLITICA                          *
      *  UN TIPO DE RELACION SIN POLITICA, O CON UN MAXIMO EN CERO,    *
      *  NO SE CONTROLA CONTRA ESE MAXIMO                              *
      ******************************************************************
       1200-CARGAR-POLITICA.
      *
           MOVE ZEROES                     TO WS-POL-CANTIDAD
           SET NO-FIN-POLITICA             TO TRUE
      *
           EXEC SQL
               OPEN V13C85B-V1DC8512
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-POLITICA
             UNTIL FIN-POLITICA
      *
           EXEC SQL
               CLOSE V13C85B-V1DC8512
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-POL-CANTIDAD EQUAL ZEROES
               DISPLAY 'V13C85B - SIN POLITICA EN V1DT167, NO SE '
                       'CONTROLAN MAXIMOS'
           END-IF
      *
           .
       1200-CARGAR-POLITICA-EXIT.
           EXIT.
      ******************************************************************
      * LEER-POLITICA
      ******************************************************************
       LEER-POLITICA.
      *
           EXEC SQL
               FETCH V13C85B-V1DC8512
               INTO :TIP-RELACION-POL,
                    :IMP-MAX-OPERACION-POL,
                    :IMP-MAX-MES-POL
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   IF  WS-POL-CANTIDAD LESS CT-MAX-POLITICAS
                       ADD 1               TO WS-POL-CANTIDAD
                       MOVE TIP-RELACION-POL
                         TO WS-POL-TIP-RELACION(WS-POL-CANTIDAD)
                       MOVE IMP-MAX-OPERACION-POL
                         TO WS-POL-MAX-OPERACION(WS-POL-CANTIDAD)
                       MOVE IMP-MAX-MES-POL
                         TO WS-POL-MAX-MES(WS-POL-CANTIDAD)
                   END-IF

               WHEN DB2-NOTFND
                   SET FIN-POLITICA        TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                        2000-PROCESO                            *
      ******************************************************************
       2000-PROCESO.
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE CT-SEC-OPERACIONES         TO LN-SEC-TEXTO
           WRITE REG-REPORTE             FROM LN-SECCION
           WRITE REG-REPORTE             FROM LN-CABECERA
      *
           SET NO-FIN-CURSOR               TO TRUE
           SET PRIMERA-PERSONA             TO TRUE
      *
           EXEC SQL
               OPEN V13C85B-V1DC8511
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
           EXEC SQL
               CLOSE V13C85B-V1DC8511
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  NO-PRIMERA-PERSONA
               PERFORM 3000-CERRAR-PERSONA
                  THRU 3000-CERRAR-PERSONA-EXIT
           END-IF
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-OPERACION
      ******************************************************************
       LEER-OPERACION.
      *
           EXEC SQL
               FETCH V13C85B-V1DC8511
               INTO :NUM-DOC-REL,
                    :NOM-PERSONA-REL,
                    :TIP-RELACION-REL,
                    :COD-OFICINA-REL,
                    :COD-USUARIO-REL,
                    :NUM-REF,
                    :FEC-OPE,
                    :COD-OPE-BANCO,
                    :COD-DIV-OPE,
                    :IDF-CMP-VTA,
                    :IMP-OPE,
                    :TAS-DOLAR,
                    :WS-FIRMAS-PROPIAS
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2100-PROCESAR-OPERACION
                      THRU 2100-PROCESAR-OPERACION-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  2100-PROCESAR-OPERACION                       *
      *  CORTE POR PERSONA; CADA OPERACION SE VALORA EN DOLARES CON    *
      *  SU PROPIA TASA Y SE MARCA SEGUN LA POLITICA DE SU RELACION    *
      ******************************************************************
       2100-PROCESAR-OPERACION.
      *
           IF  NO-PRIMERA-PERSONA
           AND NUM-DOC-REL NOT EQUAL WS-DOC-ANTERIOR
               PERFORM 3000-CERRAR-PERSONA
                  THRU 3000-CERRAR-PERSONA-EXIT
           END-IF
      *
           IF  PRIMERA-PERSONA
            OR NUM-DOC-REL NOT EQUAL WS-DOC-ANTERIOR
               PERFORM 2200-ABRIR-PERSONA
                  THRU 2200-ABRIR-PERSONA-EXIT
           END-IF
      *
           ADD 1                           TO CN-OPERACIONES
                                              WS-PER-OPERACIONES
           ADD 1
             TO WS-TOT-OPERACIONES(WS-IND-TIPO)
      *
           IF  COD-DIV-OPE NOT = CT-DIV-DOLAR
               COMPUTE WS-IMP-USD ROUNDED = IMP-OPE * TAS-DOLAR
           ELSE
               MOVE IMP-OPE                TO WS-IMP-USD
           END-IF
           ADD WS-IMP-USD                  TO WS-PER-IMP-USD
      *
           IF  IDF-CMP-VTA EQUAL CT-IDF-COMPRA
               ADD WS-IMP-USD
             TO WS-TOT-COMPRAS-USD(WS-IND-TIPO)
           ELSE
               ADD WS-IMP-USD
             TO WS-TOT-VENTAS-USD(WS-IND-TIPO)
           END-IF
      *
           MOVE SPACES                     TO WS-MARCAS
           MOVE 1                          TO WS-PTR
      *
           IF  WS-MAX-OPERACION GREATER ZEROES
           AND WS-IMP-USD GREATER WS-MAX-OPERACION
               STRING 'L ' DELIMITED BY SIZE
                      INTO WS-MARCAS WITH POINTER WS-PTR
               END-STRING
           END-IF
      *
           IF  COD-OFICINA-REL NOT EQUAL SPACES
           AND COD-OPE-BANCO EQUAL COD-OFICINA-REL
               STRING 'O ' DELIMITED BY SIZE
                      INTO WS-MARCAS WITH POINTER WS-PTR
               END-STRING
           END-IF
      *
           IF  WS-FIRMAS-PROPIAS GREATER ZEROES
               STRING 'F ' DELIMITED BY SIZE
                      INTO WS-MARCAS WITH POINTER WS-PTR
               END-STRING
           END-IF
      *
           IF  WS-MARCAS NOT EQUAL SPACES
               ADD 1                       TO CN-MARCADAS
                                              WS-PER-MARCADAS
               ADD 1
             TO WS-TOT-MARCADAS(WS-IND-TIPO)
           END-IF
      *
           MOVE NUM-DOC-REL                TO LN-DET-DOCUMENTO
           MOVE NOM-PERSONA-REL            TO LN-DET-NOMBRE
           MOVE TIP-RELACION-REL           TO LN-DET-TIPO
           MOVE NUM-REF                    TO LN-DET-NUM-REF
           MOVE FEC-OPE                    TO LN-DET-FECHA
           MOVE COD-OPE-BANCO              TO LN-DET-OFICINA
           MOVE COD-DIV-OPE                TO LN-DET-DIVISA
           MOVE IDF-CMP-VTA                TO LN-DET-CMP-VTA
           MOVE WS-IMP-USD                 TO LN-DET-IMP-USD
           MOVE WS-MARCAS                  TO LN-DET-MARCAS
           WRITE REG-REPORTE             FROM LN-DETALLE
      *
           .
       2100-PROCESAR-OPERACION-EXIT.
           EXIT.
      ******************************************************************
      *                     2200-ABRIR-PERSONA                         *
      *  UBICA EL TIPO DE RELACION EN EL REPORTE Y SU POLITICA         *
      ******************************************************************
       2200-ABRIR-PERSONA.
      *
           SET NO-PRIMERA-PERSONA          TO TRUE
           MOVE NUM-DOC-REL                TO WS-DOC-ANTERIOR
           MOVE TIP-RELACION-REL           TO WS-TIP-ANTERIOR
           MOVE NOM-PERSONA-REL            TO WS-NOM-ANTERIOR
           MOVE ZEROES                     TO WS-PER-OPERACIONES
                                              WS-PER-MARCADAS
                                              WS-PER-IMP-USD
      *
           ADD 1                           TO CN-PERSONAS
      *
           MOVE 1                          TO WS-IND-TIPO
           PERFORM 2210-BUSCAR-TIPO
             UNTIL WS-IND-TIPO EQUAL CT-MAX-TIPOS
                OR WS-TIP-CODIGO(WS-IND-TIPO) EQUAL TIP-RELACION-REL
      *
           ADD 1
             TO WS-TOT-PERSONAS(WS-IND-TIPO)
      *
           MOVE ZEROES                     TO WS-MAX-OPERACION
                                              WS-MAX-MES
           MOVE 1                          TO WS-IND-POL
           PERFORM 2220-BUSCAR-POLITICA
             UNTIL WS-IND-POL GREATER WS-POL-CANTIDAD
      *
           .
       2200-ABRIR-PERSONA-EXIT.
           EXIT.
      ******************************************************************
      * 2210-BUSCAR-TIPO
      *  UN TIPO DESCONOCIDO SE ACUMULA EN EL ULTIMO RENGLON           *
      ******************************************************************
       2210-BUSCAR-TIPO.
      *
           ADD 1                           TO WS-IND-TIPO
      *
           .
      ******************************************************************
      * 2220-BUSCAR-POLITICA
      ******************************************************************
       2220-BUSCAR-POLITICA.
      *
           IF  WS-POL-TIP-RELACION(WS-IND-POL) EQUAL TIP-RELACION-REL
               MOVE WS-POL-MAX-OPERACION(WS-IND-POL)
                                           TO WS-MAX-OPERACION
               MOVE WS-POL-MAX-MES(WS-IND-POL)
                                           TO WS-MAX-MES
           END-IF
      *
           ADD 1                           TO WS-IND-POL
      *
           .
      ******************************************************************
      *                    3000-CERRAR-PERSONA                         *
      *  TOTAL DE LA PERSONA CONTRA EL MAXIMO MENSUAL; UNA PERSONA CON *
      *  ALGUNA MARCA O QUE EXCEDE EL MES ES UN EVENTO DE ALERTA       *
      ******************************************************************
       3000-CERRAR-PERSONA.
      *
           MOVE WS-PER-OPERACIONES         TO LN-TPE-OPERACIONES
           MOVE WS-PER-MARCADAS            TO LN-TPE-MARCADAS
           MOVE WS-PER-IMP-USD             TO LN-TPE-IMP-USD
           MOVE SPACES                     TO LN-TPE-MENSAJE
      *
           IF  WS-MAX-MES GREATER ZEROES
           AND WS-PER-IMP-USD GREATER WS-MAX-MES
               MOVE CT-EXCEDE-MES          TO LN-TPE-MENSAJE
           END-IF
      *
           WRITE REG-REPORTE             FROM LN-TOTAL-PERSONA
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
      *
           IF  WS-PER-MARCADAS EQUAL ZEROES
           AND LN-TPE-MENSAJE EQUAL SPACES
               GO TO 3000-CERRAR-PERSONA-EXIT
           END-IF
      *
           ADD 1                           TO CN-PERS-MARCADAS
           ADD 1
             TO WS-TOT-PERS-MARCADAS(WS-IND-TIPO)
      *
           MOVE WS-DOC-ANTERIOR            TO WS-DOC-EVENTO
      *
           INITIALIZE V1WC925
           MOVE CT-PROGRAMA                TO W925-PROGRAMA
           SET W925-88-ALERTA              TO TRUE
           MOVE SPACES                     TO W925-TEXTO
           STRING 'VINCULADO FUERA DE POLITICA ' DELIMITED BY SIZE
                  WS-TIP-ANTERIOR              DELIMITED BY SIZE
                  ' DOC '                      DELIMITED BY SIZE
                  WS-DOC-EVENTO                DELIMITED BY SPACE
                  ' MES '                      DELIMITED BY SIZE
                  WS-PERIODO                   DELIMITED BY SIZE
                  INTO W925-TEXTO
           END-STRING
           CALL CT-V19C025 USING V1WC925
      *
           .
       3000-CERRAR-PERSONA-EXIT.
           EXIT.
      ******************************************************************
      *                  4000-REPORTE-VINCULADOS                       *
      *  TOTALES DEL MES POR TIPO DE RELACION PARA EL REPORTE DE       *
      *  PARTES VINCULADAS                                             *
      ******************************************************************
       4000-REPORTE-VINCULADOS.
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE CT-SEC-RESUMEN             TO LN-SEC-TEXTO
           WRITE REG-REPORTE             FROM LN-SECCION
           WRITE REG-REPORTE             FROM LN-CAB-RESUMEN
      *
           PERFORM 4100-LINEA-TIPO
              VARYING WS-IND-TIPO FROM 1 BY 1
                UNTIL WS-IND-TIPO GREATER CT-MAX-TIPOS
      *
           .
       4000-REPORTE-VINCULADOS-EXIT.
           EXIT.
      ******************************************************************
      * 4100-LINEA-TIPO
      ******************************************************************
       4100-LINEA-TIPO.
      *
           MOVE WS-TIP-CODIGO(WS-IND-TIPO)  TO LN-RES-CODIGO
           MOVE WS-TIP-NOMBRE(WS-IND-TIPO)  TO LN-RES-NOMBRE
           MOVE WS-TOT-PERSONAS(WS-IND-TIPO)
                                           TO LN-RES-PERSONAS
           MOVE WS-TOT-OPERACIONES(WS-IND-TIPO)
                                           TO LN-RES-OPERACIONES
           MOVE WS-TOT-COMPRAS-USD(WS-IND-TIPO)
                                           TO LN-RES-COMPRAS-USD
           MOVE WS-TOT-VENTAS-USD(WS-IND-TIPO)
                                           TO LN-RES-VENTAS-USD
           COMPUTE LN-RES-TOTAL-USD = WS-TOT-COMPRAS-USD(WS-IND-TIPO)
                                    + WS-TOT-VENTAS-USD(WS-IND-TIPO)
           MOVE WS-TOT-MARCADAS(WS-IND-TIPO)
                                           TO LN-RES-MARCADAS
           MOVE WS-TOT-PERS-MARCADAS(WS-IND-TIPO)
                                           TO LN-RES-PERS-MARCADAS
           WRITE REG-REPORTE             FROM LN-RESUMEN
      *
           .
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           IF  CN-PERS-MARCADAS GREATER ZEROES
               MOVE 4                      TO RETURN-CODE
           END-IF
      *
           DISPLAY 'V13C85B - PERIODO:              ' WS-PERIODO
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V13C85B - ENTIDAD JURIDICA:     CONSOLIDADO'
           ELSE
               DISPLAY 'V13C85B - ENTIDAD JURIDICA:     ' WS-ENT-BANCO
           END-IF
           DISPLAY 'V13C85B - PERSONAS CON OPERAC.: ' CN-PERSONAS
           DISPLAY 'V13C85B - OPERACIONES:          ' CN-OPERACIONES
           DISPLAY 'V13C85B - OPERACIONES MARCADAS: ' CN-MARCADAS
           DISPLAY 'V13C85B - PERSONAS MARCADAS:    ' CN-PERS-MARCADAS
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-OPERACIONES             TO W924-CANT-LEIDOS
           MOVE ZEROES                     TO W924-CANT-GRABADOS
                                              W924-CANT-ACTUALIZADOS
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
           DISPLAY 'V13C85B - ERROR DB2 SQLCODE: ' SQLCODE
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
