      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C39B                                             *
      *                                                                *
      *  FECHA CREACION: 14/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: BPC                                               *
      *                                                                *
      ******************************************************************
      * DOCUMENTACION.                                                 *
      * ------------------                                             *
      * ARCHIVO DE ENTRADA: PARMDIG (PERIODO A DECLARAR, DESDE Y       *
      *  HASTA, Y RIF DEL BANCO COMO AGENTE DE PERCEPCION)             *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALDIG (DECLARACION DEL IGTF PARA EL        *
      *  SENIAT: CABECERA, DETALLE POR OPERACION Y TOTALES DE CONTROL) *
      *                    SALDIR (CONCILIACION DEL PERIODO)           *
      * ------------------                                             *
      * PROCESO GLOBAL: DECLARACION DEL IGTF PERCIBIDO EN EL PERIODO.  *
      *  EL DETALLE SON LOS COBROS DEL IGTF APLICADOS POR EL SISTEMA   *
      *  DE DEPOSITOS (V1DT102 CON EST_COBRO 'A') CUYA FECHA DE        *
      *  APLICACION CAE EN EL PERIODO.  EL REGISTRO DE TOTALES LLEVA   *
      *  CANTIDAD, BASE EN BOLIVARES E IMPUESTO, Y SE CONTRASTA CON    *
      *  UNA SUMA INDEPENDIENTE DE V1DT102: SI NO CUADRA SE ALERTA     *
      *  COMO CRITICO Y SE TERMINA CON CODIGO 08.  LA CONCILIACION     *
      *  RESUME LAS OPERACIONES DEL PERIODO POR ESTADO DE COBRO        *
      *  (CALCULADO, COBRADO, PENDIENTE, FALLIDO Y EXENTO) PARA        *
      *  EXPLICAR LA DIFERENCIA ENTRE LO CAUSADO Y LO PERCIBIDO        *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C39B.
       AUTHOR.       FACTORIA.
       DATE-WRITTEN. 14/10/2026
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMDIG
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-DECLARACION     ASSIGN TO SALDIG
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALDIR
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
           05  PAR-FEC-DESDE               PIC X(08).
           05  PAR-FEC-HASTA               PIC X(08).
           05  PAR-RIF-AGENTE              PIC X(15).
           05  FILLER                      PIC X(49).
      *
       FD  ARCH-DECLARACION
           RECORDING MODE IS F.
      *
       01  REG-DECLARACION.
           05  DEC-TIP-REGISTRO            PIC X(01).
           05  DEC-DATOS                   PIC X(119).
      *
      *    CABECERA
      *
       01  REG-DEC-CABECERA.
           05  FILLER                      PIC X(01).
           05  DEC-C-RIF-AGENTE            PIC X(15).
           05  DEC-C-FEC-DESDE             PIC X(08).
           05  DEC-C-FEC-HASTA             PIC X(08).
           05  DEC-C-FEC-GENERACION        PIC X(08).
           05  FILLER                      PIC X(80).
      *
      *    DETALLE: UNA OPERACION CON IGTF PERCIBIDO
      *
       01  REG-DEC-DETALLE.
           05  FILLER                      PIC X(01).
           05  DEC-D-NUM-REF               PIC 9(10).
           05  DEC-D-FEC-OPE               PIC X(08).
           05  DEC-D-FEC-APLICADO          PIC X(08).
           05  DEC-D-NUM-DOC               PIC X(15).
           05  DEC-D-COD-DIV               PIC X(03).
           05  DEC-D-BASE-DIV              PIC 9(13)V9(02).
           05  DEC-D-BASE-BS               PIC 9(13)V9(02).
           05  DEC-D-PCT                   PIC 9(03)V9(02).
           05  DEC-D-IGTF                  PIC 9(13)V9(02).
           05  FILLER                      PIC X(25).
      *
      *    TOTALES DE CONTROL
      *
       01  REG-DEC-TOTALES.
           05  FILLER                      PIC X(01).
           05  DEC-T-CANT-OPERACIONES      PIC 9(07).
           05  DEC-T-TOT-BASE-BS           PIC 9(15)V9(02).
           05  DEC-T-TOT-IGTF              PIC 9(15)V9(02).
           05  FILLER                      PIC X(78).
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
      *
       01  REG-REPORTE                     PIC X(80).
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
           05  WS-EST-COBRO                PIC X(01)   VALUE SPACES.
           05  WS-CANT-ESTADO              PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-BASE-ESTADO              PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-IGTF-ESTADO              PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-CTL-CANT                 PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-CTL-BASE                 PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-CTL-IGTF                 PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(30)
                               VALUE 'CONCILIACION IGTF DEL PERIODO '.
           05  LN-TI-FEC-DESDE             PIC X(08).
           05  FILLER                      PIC X(03)   VALUE ' - '.
           05  LN-TI-FEC-HASTA             PIC X(08).
           05  FILLER                      PIC X(31)   VALUE SPACES.
      *
       01  LN-ESTADO.
           05  LN-ES-TEXTO                 PIC X(20).
           05  LN-ES-CANT                  PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-ES-BASE                  PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-ES-IGTF                  PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                      PIC X(05)   VALUE SPACES.
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
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C39B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-EST-APLICADO             PIC X(01)   VALUE 'A'.
           05  CT-REG-CABECERA             PIC X(01)   VALUE 'H'.
           05  CT-REG-DETALLE              PIC X(01)   VALUE 'D'.
           05  CT-REG-TOTALES              PIC X(01)   VALUE 'T'.
           05  CT-TXT-DECLARADO            PIC X(20)
                               VALUE 'DECLARADO           '.
           05  CT-TXT-CONTROL              PIC X(20)
                               VALUE 'CONTROL V1DT102     '.
           05  CT-TXT-DESCUADRE            PIC X(20)
                               VALUE '*** DESCUADRE ***   '.
           05  CT-TXT-PENDIENTE            PIC X(20)
                               VALUE 'CAUSADO PENDIENTE   '.
           05  CT-TXT-GENERADO             PIC X(20)
                               VALUE 'CAUSADO EN COBRO    '.
           05  CT-TXT-APLICADO             PIC X(20)
                               VALUE 'CAUSADO Y COBRADO   '.
           05  CT-TXT-FALLIDO              PIC X(20)
                               VALUE 'CAUSADO FALLIDO     '.
           05  CT-TXT-EXENTO               PIC X(20)
                               VALUE 'EXENTO              '.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-DETALLES                 PIC 9(07)   VALUE ZEROES.
           05  CN-TOT-BASE-BS              PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  CN-TOT-IGTF                 PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
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
               INCLUDE V1GT102
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    IGTF PERCIBIDO (APLICADO) EN EL PERIODO
      *
           EXEC SQL
               DECLARE V13C39B-V1DC3911
               CURSOR FOR
               SELECT NUM_REF,
                      FEC_OPE,
                      FEC_APLICADO,
                      NUM_DOC_PERSONA,
                      COD_DIV,
                      IMP_BASE_DIV,
                      IMP_BASE_BS,
                      PCT_IGTF,
                      IMP_IGTF
               FROM V1DT102
               WHERE EST_COBRO     = :CT-EST-APLICADO
                 AND FEC_APLICADO >= :PAR-FEC-DESDE
                 AND FEC_APLICADO <= :PAR-FEC-HASTA
               ORDER BY FEC_APLICADO,
                        NUM_REF
           END-EXEC
      *
      *    OPERACIONES DEL PERIODO POR ESTADO DE COBRO
      *
           EXEC SQL
               DECLARE V13C39B-V1DC3912
               CURSOR FOR
               SELECT EST_COBRO,
                      COUNT(*),
                      COALESCE(SUM(IMP_BASE_BS), 0),
                      COALESCE(SUM(IMP_IGTF), 0)
               FROM V1DT102
               WHERE FEC_OPE >= :PAR-FEC-DESDE
                 AND FEC_OPE <= :PAR-FEC-HASTA
               GROUP BY EST_COBRO
               ORDER BY EST_COBRO
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
           PERFORM 2000-DECLARACION
              THRU 2000-DECLARACION-EXIT
      *
           PERFORM 3000-CONTROL
              THRU 3000-CONTROL-EXIT
      *
           PERFORM 4000-CONCILIACION
              THRU 4000-CONCILIACION-EXIT
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
           OPEN OUTPUT ARCH-DECLARACION
                       ARCH-REPORTE
      *
           READ ARCH-PARAMETROS
               AT END
                   DISPLAY 'V13C39B - ARCHIVO DE PARAMETROS VACIO'
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           MOVE ZEROES                     TO CN-DETALLES
                                              CN-TOT-BASE-BS
                                              CN-TOT-IGTF
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE PAR-FEC-HASTA              TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           MOVE SPACES                     TO REG-DEC-CABECERA
           MOVE CT-REG-CABECERA            TO DEC-TIP-REGISTRO
           MOVE PAR-RIF-AGENTE             TO DEC-C-RIF-AGENTE
           MOVE PAR-FEC-DESDE              TO DEC-C-FEC-DESDE
           MOVE PAR-FEC-HASTA              TO DEC-C-FEC-HASTA
           MOVE WS-FEC-HOY                 TO DEC-C-FEC-GENERACION
           WRITE REG-DEC-CABECERA
      *
           MOVE PAR-FEC-DESDE              TO LN-TI-FEC-DESDE
           MOVE PAR-FEC-HASTA              TO LN-TI-FEC-HASTA
           WRITE REG-REPORTE             FROM LN-TITULO
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                      2000-DECLARACION                          *
      ******************************************************************
       2000-DECLARACION.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C39B-V1DC3911
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-PERCIBIDO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C39B-V1DC3911
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE SPACES                     TO REG-DEC-TOTALES
           MOVE CT-REG-TOTALES             TO DEC-TIP-REGISTRO
           MOVE CN-DETALLES                TO DEC-T-CANT-OPERACIONES
           MOVE CN-TOT-BASE-BS             TO DEC-T-TOT-BASE-BS
           MOVE CN-TOT-IGTF                TO DEC-T-TOT-IGTF
           WRITE REG-DEC-TOTALES
      *
           .
       2000-DECLARACION-EXIT.
           EXIT.
      ******************************************************************
      * LEER-PERCIBIDO
      ******************************************************************
       LEER-PERCIBIDO.
      *
           EXEC SQL
               FETCH V13C39B-V1DC3911
               INTO :NUM-REF-IGTF,
                    :FEC-OPE-IGTF,
                    :FEC-APLICADO-IGTF,
                    :NUM-DOC-IGTF,
                    :COD-DIV-IGTF,
                    :IMP-BASE-DIV,
                    :IMP-BASE-BS,
                    :PCT-IGTF-APLICADO,
                    :IMP-IGTF
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2100-GRABAR-DETALLE
                      THRU 2100-GRABAR-DETALLE-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                    2100-GRABAR-DETALLE                         *
      ******************************************************************
       2100-GRABAR-DETALLE.
      *
           ADD 1                           TO CN-DETALLES
           ADD IMP-BASE-BS                 TO CN-TOT-BASE-BS
           ADD IMP-IGTF                    TO CN-TOT-IGTF
      *
           MOVE SPACES                     TO REG-DEC-DETALLE
           MOVE CT-REG-DETALLE             TO DEC-TIP-REGISTRO
           MOVE NUM-REF-IGTF               TO DEC-D-NUM-REF
           MOVE FEC-OPE-IGTF               TO DEC-D-FEC-OPE
           MOVE FEC-APLICADO-IGTF          TO DEC-D-FEC-APLICADO
           MOVE NUM-DOC-IGTF               TO DEC-D-NUM-DOC
           MOVE COD-DIV-IGTF               TO DEC-D-COD-DIV
           MOVE IMP-BASE-DIV               TO DEC-D-BASE-DIV
           MOVE IMP-BASE-BS                TO DEC-D-BASE-BS
           MOVE PCT-IGTF-APLICADO          TO DEC-D-PCT
           MOVE IMP-IGTF                   TO DEC-D-IGTF
           WRITE REG-DEC-DETALLE
      *
           .
       2100-GRABAR-DETALLE-EXIT.
           EXIT.
      ******************************************************************
      *                        3000-CONTROL                            *
      *  LOS TOTALES DEL ARCHIVO SE CONTRASTAN CON LA SUMA DIRECTA DE  *
      *  LO PERCIBIDO EN V1DT102 PARA EL MISMO PERIODO                 *
      ******************************************************************
       3000-CONTROL.
      *
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(IMP_BASE_BS), 0),
                      COALESCE(SUM(IMP_IGTF), 0)
               INTO  :WS-CTL-CANT,
                     :WS-CTL-BASE,
                     :WS-CTL-IGTF
               FROM V1DT102
               WHERE EST_COBRO     = :CT-EST-APLICADO
                 AND FEC_APLICADO >= :PAR-FEC-DESDE
                 AND FEC_APLICADO <= :PAR-FEC-HASTA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE CT-TXT-DECLARADO           TO LN-ES-TEXTO
           MOVE CN-DETALLES                TO LN-ES-CANT
           MOVE CN-TOT-BASE-BS             TO LN-ES-BASE
           MOVE CN-TOT-IGTF                TO LN-ES-IGTF
           WRITE REG-REPORTE             FROM LN-ESTADO
      *
           MOVE CT-TXT-CONTROL             TO LN-ES-TEXTO
           MOVE WS-CTL-CANT                TO LN-ES-CANT
           MOVE WS-CTL-BASE                TO LN-ES-BASE
           MOVE WS-CTL-IGTF                TO LN-ES-IGTF
           WRITE REG-REPORTE             FROM LN-ESTADO
      *
           IF  WS-CTL-CANT EQUAL CN-DETALLES
           AND WS-CTL-BASE EQUAL CN-TOT-BASE-BS
           AND WS-CTL-IGTF EQUAL CN-TOT-IGTF
               GO TO 3000-CONTROL-EXIT
           END-IF
      *
           MOVE CT-TXT-DESCUADRE           TO LN-ES-TEXTO
           MOVE ZEROES                     TO LN-ES-CANT
                                              LN-ES-BASE
           MOVE CN-TOT-IGTF                TO WS-IGTF-ESTADO
           SUBTRACT WS-CTL-IGTF          FROM WS-IGTF-ESTADO
           MOVE WS-IGTF-ESTADO             TO LN-ES-IGTF
           WRITE REG-REPORTE             FROM LN-ESTADO
      *
           MOVE 08                         TO RETURN-CODE
      *
           INITIALIZE V1WC925
           MOVE CT-PROGRAMA                TO W925-PROGRAMA
           MOVE 'C'                        TO W925-SEVERIDAD
           STRING 'DECLARACION IGTF '      DELIMITED BY SIZE
                  PAR-FEC-DESDE            DELIMITED BY SIZE
                  '-'                      DELIMITED BY SIZE
                  PAR-FEC-HASTA            DELIMITED BY SIZE
                  ' NO CUADRA CON V1DT102' DELIMITED BY SIZE
                  INTO W925-TEXTO
           END-STRING
           CALL CT-V19C025 USING V1WC925
      *
           .
       3000-CONTROL-EXIT.
           EXIT.
      ******************************************************************
      *                      4000-CONCILIACION                         *
      *  OPERACIONES DEL PERIODO POR ESTADO DE COBRO                   *
      ******************************************************************
       4000-CONCILIACION.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C39B-V1DC3912
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-ESTADO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C39B-V1DC3912
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       4000-CONCILIACION-EXIT.
           EXIT.
      ******************************************************************
      * LEER-ESTADO
      ******************************************************************
       LEER-ESTADO.
      *
           EXEC SQL
               FETCH V13C39B-V1DC3912
               INTO :WS-EST-COBRO,
                    :WS-CANT-ESTADO,
                    :WS-BASE-ESTADO,
                    :WS-IGTF-ESTADO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 4100-LINEA-ESTADO
                      THRU 4100-LINEA-ESTADO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                     4100-LINEA-ESTADO                          *
      ******************************************************************
       4100-LINEA-ESTADO.
      *
           EVALUATE WS-EST-COBRO
               WHEN 'P'
                   MOVE CT-TXT-PENDIENTE   TO LN-ES-TEXTO
               WHEN 'G'
                   MOVE CT-TXT-GENERADO    TO LN-ES-TEXTO
               WHEN 'A'
                   MOVE CT-TXT-APLICADO    TO LN-ES-TEXTO
               WHEN 'F'
                   MOVE CT-TXT-FALLIDO     TO LN-ES-TEXTO
               WHEN OTHER
                   MOVE CT-TXT-EXENTO      TO LN-ES-TEXTO
           END-EVALUATE
      *
           MOVE WS-CANT-ESTADO             TO LN-ES-CANT
           MOVE WS-BASE-ESTADO             TO LN-ES-BASE
           MOVE WS-IGTF-ESTADO             TO LN-ES-IGTF
           WRITE REG-REPORTE             FROM LN-ESTADO
      *
           .
       4100-LINEA-ESTADO-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-DECLARACION
                 ARCH-REPORTE
      *
           DISPLAY 'V13C39B - OPERACIONES DECLARADAS: '
                   CN-DETALLES
           DISPLAY 'V13C39B - TOTAL BASE BOLIVARES:   '
                   CN-TOT-BASE-BS
           DISPLAY 'V13C39B - TOTAL IGTF PERCIBIDO:   '
                   CN-TOT-IGTF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-DETALLES                TO W924-CANT-LEIDOS
                                              W924-CANT-GRABADOS
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
           DISPLAY 'V13C39B - ERROR DB2 SQLCODE: ' SQLCODE
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
