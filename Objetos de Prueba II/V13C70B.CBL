      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C70B                                             *
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
      * ARCHIVO DE ENTRADA: PARMLIQ (FECHA DEL INFORME, EN BLANCO LA   *
      *  DEL DIA; ENTIDAD JURIDICA, EN BLANCO CONSOLIDADO)             *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALLIQ (UTILIZACION DE LIMITES)             *
      * ------------------                                             *
      * PROCESO GLOBAL: INFORME DIARIO DE UTILIZACION DE LOS LIMITES   *
      *  DE EXPOSICION DE LIQUIDACION CON LOS BANCOS CONTRAPARTE.      *
      *  POR CADA LIMITE DE V1DT145 MUESTRA EL LIMITE, LO USADO (LOS   *
      *  CUADRES DEL BANCO EN LA DIVISA SIN INSTRUCCION LIQUIDADA EN   *
      *  V1DT020), LO DISPONIBLE Y EL PORCENTAJE DE USO; MARCA LOS     *
      *  EXCEDIDOS Y LOS QUE PASAN EL UMBRAL DE ALERTA.  LUEGO LISTA   *
      *  LA EXPOSICION ABIERTA CON BANCOS QUE NO TIENEN LIMITE EN LA   *
      *  DIVISA Y LOS EXCESOS AUTORIZADOS EN LA FECHA (V1DT146).  SI   *
      *  HAY EXCEDIDOS O EXPOSICION SIN LIMITE DEJA ALERTA EN V1DT025  *
      *  Y TERMINA CON RC 04.  CON ENTIDAD, LO USADO Y LOS EXCESOS SON *
      *  SOLO LOS DE SUS OPERACIONES CONTRA EL MISMO LIMITE            *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C70B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMLIQ
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALLIQ
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
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(68).
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
           05  WS-FEC-PROCESO              PIC X(08)   VALUE SPACES.
           05  WS-FEC-ED                   PIC X(10)   VALUE SPACES.
           05  WS-ENT-BANCO                PIC X(04)   VALUE SPACES.
           05  WS-DOC-BANCO                PIC X(15)   VALUE SPACES.
           05  WS-NOM-BANCO                PIC X(40)   VALUE SPACES.
           05  WS-EXPOSICION               PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-DISPONIBLE               PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-PCT-USO                  PIC S9(05)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-NUM-REF-ED               PIC 9(10)   VALUE ZEROES.
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(50)
               VALUE 'UTILIZACION DE LIMITES DE LIQUIDACION'.
           05  FILLER                      PIC X(07)   VALUE 'FECHA: '.
           05  LN-TIT-FECHA                PIC X(10).
           05  FILLER                      PIC X(10)
                                           VALUE ' ENTIDAD: '.
           05  LN-TIT-ENTIDAD              PIC X(11).
           05  FILLER                      PIC X(44)   VALUE SPACES.
      *
       01  LN-SUBTITULO.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-SUB-TEXTO                PIC X(60).
           05  FILLER                      PIC X(70)   VALUE SPACES.
      *
       01  LN-CABECERA.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(10)   VALUE 'BANCO'.
           05  FILLER                      PIC X(27)   VALUE 'NOMBRE'.
           05  FILLER                      PIC X(05)   VALUE 'DIV'.
           05  FILLER                      PIC X(22)
               VALUE '              LIMITE'.
           05  FILLER                      PIC X(22)
               VALUE '               USADO'.
           05  FILLER                      PIC X(23)
               VALUE '          DISPONIBLE'.
           05  FILLER                      PIC X(09)   VALUE '  % USO'.
           05  FILLER                      PIC X(12)   VALUE 'MARCA'.
      *
       01  LN-DETALLE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-BANCO                PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-NOMBRE               PIC X(25).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-DIVISA               PIC X(03).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-LIMITE               PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-USADO                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-DISPONIBLE           PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-PCT                  PIC ZZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-MARCA                PIC X(10).
           05  FILLER                      PIC X(02)   VALUE SPACES.
      *
       01  LN-CAB-EXCESO.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(12)
               VALUE 'REFERENCIA'.
           05  FILLER                      PIC X(10)   VALUE 'BANCO'.
           05  FILLER                      PIC X(05)   VALUE 'DIV'.
           05  FILLER                      PIC X(22)
               VALUE '            OPERACION'.
           05  FILLER                      PIC X(10)   VALUE 'AUTORIZO'.
           05  FILLER                      PIC X(71)
               VALUE 'JUSTIFICACION'.
      *
       01  LN-DET-EXCESO.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-REFERENCIA           PIC 9(10).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-BANCO                PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-DIVISA               PIC X(03).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-IMPORTE              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-AUTORIZANTE          PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-JUSTIFICACION        PIC X(60).
           05  FILLER                      PIC X(11)   VALUE SPACES.
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
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C70B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-CONTRAPARTE-BANCO        PIC X(01)   VALUE 'B'.
           05  CT-EST-LIQUIDADA            PIC X(01)   VALUE 'L'.
           05  CT-PCT-ALERTA               PIC 9(03)   VALUE 90.
           05  CT-PCT-MAXIMO               PIC 9(04)V9(02)
                                                       VALUE 9999,99.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-LIMITES                  PIC 9(07)   VALUE ZEROES.
           05  CN-EXCEDIDOS                PIC 9(07)   VALUE ZEROES.
           05  CN-EN-ALERTA                PIC 9(07)   VALUE ZEROES.
           05  CN-SIN-LIMITE               PIC 9(07)   VALUE ZEROES.
           05  CN-EXCESOS-DIA              PIC 9(07)   VALUE ZEROES.
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
               INCLUDE V1GT145
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT146
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    LIMITES VIGENTES CON EL NOMBRE DEL BANCO
      *
           EXEC SQL
               DECLARE V13C70B-V1DC7011
               CURSOR FOR
               SELECT L.COD_BANCO,
                      L.COD_DIV,
                      L.IMP_LIMITE,
                      VALUE(B.NOM_BANCO, ' ')
               FROM V1DT145 L
                    LEFT OUTER JOIN V1DT068 B
                      ON B.COD_BANCO = L.COD_BANCO
               ORDER BY L.COD_BANCO,
                        L.COD_DIV
           END-EXEC
      *
      *    EXPOSICION ABIERTA CON BANCOS SIN LIMITE EN LA DIVISA
      *
           EXEC SQL
               DECLARE V13C70B-V1DC7012
               CURSOR FOR
               SELECT A.NUM_DOC_PERSONA,
                      A.COD_DIV_OPE,
                      SUM(A.IMP_OPE),
                      MAX(A.NOM_RAZON)
               FROM V1DT001 A
               WHERE A.CLA_CONTRAPARTE = :CT-CONTRAPARTE-BANCO
                 AND (A.COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT020 B
                      WHERE B.NUM_REF         = A.NUM_REF
                        AND B.EST_LIQUIDACION = :CT-EST-LIQUIDADA)
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT145 L
                      WHERE L.COD_BANCO = A.NUM_DOC_PERSONA
                        AND L.COD_DIV   = A.COD_DIV_OPE)
               GROUP BY A.NUM_DOC_PERSONA,
                        A.COD_DIV_OPE
               ORDER BY A.NUM_DOC_PERSONA,
                        A.COD_DIV_OPE
           END-EXEC
      *
      *    EXCESOS AUTORIZADOS EN LA FECHA DEL INFORME
      *
           EXEC SQL
               DECLARE V13C70B-V1DC7013
               CURSOR FOR
               SELECT NUM_REF,
                      COD_BANCO,
                      COD_DIV,
                      IMP_OPE,
                      COD_AUTORIZANTE,
                      TXT_JUSTIFICACION
               FROM V1DT146
               WHERE FEC_EXCESO = :WS-FEC-PROCESO
                 AND (:WS-ENT-BANCO = ' '
                      OR NUM_REF IN
                         (SELECT A.NUM_REF
                          FROM V1DT001 A
                          WHERE A.COD_ENT_BANCO = :WS-ENT-BANCO))
               ORDER BY HOR_EXCESO
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
           IF  PAR-FEC-PROCESO EQUAL SPACES
               MOVE FUNCTION CURRENT-DATE(1:8)
                                           TO WS-FEC-PROCESO
           ELSE
               MOVE PAR-FEC-PROCESO        TO WS-FEC-PROCESO
           END-IF
      *
           MOVE PAR-COD-ENT-BANCO          TO WS-ENT-BANCO
      *
           MOVE ZEROES                     TO CN-LIMITES
                                              CN-EXCEDIDOS
                                              CN-EN-ALERTA
                                              CN-SIN-LIMITE
                                              CN-EXCESOS-DIA
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
           IF  WS-ENT-BANCO EQUAL SPACES
               MOVE 'CONSOLIDADO'          TO LN-TIT-ENTIDAD
           ELSE
               MOVE WS-ENT-BANCO           TO LN-TIT-ENTIDAD
           END-IF
      *
           WRITE REG-REPORTE             FROM LN-TITULO
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                        2000-PROCESO                            *
      ******************************************************************
       2000-PROCESO.
      *
           PERFORM 2100-INFORMAR-LIMITES
              THRU 2100-INFORMAR-LIMITES-EXIT
      *
           PERFORM 2300-INFORMAR-SIN-LIMITE
              THRU 2300-INFORMAR-SIN-LIMITE-EXIT
      *
           PERFORM 2500-INFORMAR-EXCESOS
              THRU 2500-INFORMAR-EXCESOS-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *                   2100-INFORMAR-LIMITES                        *
      ******************************************************************
       2100-INFORMAR-LIMITES.
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE 'LIMITES POR BANCO Y DIVISA'
                                           TO LN-SUB-TEXTO
           WRITE REG-REPORTE             FROM LN-SUBTITULO
           WRITE REG-REPORTE             FROM LN-CABECERA
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C70B-V1DC7011
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
               CLOSE V13C70B-V1DC7011
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2100-INFORMAR-LIMITES-EXIT.
           EXIT.
      ******************************************************************
      * LEER-LIMITE
      ******************************************************************
       LEER-LIMITE.
      *
           EXEC SQL
               FETCH V13C70B-V1DC7011
               INTO :COD-BANCO-LIM,
                    :COD-DIV-LIM,
                    :IMP-LIMITE-LIM,
                    :WS-NOM-BANCO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2200-INFORMAR-UTILIZACION
                      THRU 2200-INFORMAR-UTILIZACION-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                 2200-INFORMAR-UTILIZACION                      *
      *  LO USADO SON LOS CUADRES DEL BANCO EN LA DIVISA QUE NO TIENEN *
      *  EN V1DT020 UNA INSTRUCCION LIQUIDADA (EL MISMO CALCULO QUE    *
      *  HACE LA CAPTURA V13C04M ANTES DE ACEPTAR UN CUADRE)           *
      ******************************************************************
       2200-INFORMAR-UTILIZACION.
      *
           ADD 1                           TO CN-LIMITES
           MOVE COD-BANCO-LIM              TO WS-DOC-BANCO
           MOVE ZEROES                     TO WS-EXPOSICION
      *
           EXEC SQL
               SELECT VALUE(SUM(A.IMP_OPE), 0)
               INTO  :WS-EXPOSICION
               FROM V1DT001 A
               WHERE A.CLA_CONTRAPARTE = :CT-CONTRAPARTE-BANCO
                 AND A.NUM_DOC_PERSONA = :WS-DOC-BANCO
                 AND A.COD_DIV_OPE     = :COD-DIV-LIM
                 AND (A.COD_ENT_BANCO  = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT020 B
                      WHERE B.NUM_REF         = A.NUM_REF
                        AND B.EST_LIQUIDACION = :CT-EST-LIQUIDADA)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           COMPUTE WS-DISPONIBLE = IMP-LIMITE-LIM - WS-EXPOSICION
      *
           IF  IMP-LIMITE-LIM GREATER THAN ZEROES
               COMPUTE WS-PCT-USO ROUNDED =
                       WS-EXPOSICION * 100 / IMP-LIMITE-LIM
               IF  WS-PCT-USO GREATER THAN CT-PCT-MAXIMO
                   MOVE CT-PCT-MAXIMO      TO WS-PCT-USO
               END-IF
           ELSE
               MOVE CT-PCT-MAXIMO          TO WS-PCT-USO
           END-IF
      *
           MOVE SPACES                     TO LN-DET-MARCA
           EVALUATE TRUE
               WHEN WS-EXPOSICION GREATER THAN IMP-LIMITE-LIM
                   ADD 1                   TO CN-EXCEDIDOS
                   MOVE 'EXCEDIDO'         TO LN-DET-MARCA

               WHEN WS-PCT-USO NOT LESS THAN CT-PCT-ALERTA
                   ADD 1                   TO CN-EN-ALERTA
                   MOVE 'ALERTA'           TO LN-DET-MARCA
           END-EVALUATE
      *
           MOVE COD-BANCO-LIM              TO LN-DET-BANCO
           MOVE WS-NOM-BANCO               TO LN-DET-NOMBRE
           MOVE COD-DIV-LIM                TO LN-DET-DIVISA
           MOVE IMP-LIMITE-LIM             TO LN-DET-LIMITE
           MOVE WS-EXPOSICION              TO LN-DET-USADO
           MOVE WS-DISPONIBLE              TO LN-DET-DISPONIBLE
           MOVE WS-PCT-USO                 TO LN-DET-PCT
           WRITE REG-REPORTE             FROM LN-DETALLE
      *
           .
       2200-INFORMAR-UTILIZACION-EXIT.
           EXIT.
      ******************************************************************
      *                  2300-INFORMAR-SIN-LIMITE                      *
      ******************************************************************
       2300-INFORMAR-SIN-LIMITE.
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE 'EXPOSICION ABIERTA SIN LIMITE EN LA DIVISA'
                                           TO LN-SUB-TEXTO
           WRITE REG-REPORTE             FROM LN-SUBTITULO
           WRITE REG-REPORTE             FROM LN-CABECERA
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C70B-V1DC7012
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-SIN-LIMITE
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C70B-V1DC7012
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2300-INFORMAR-SIN-LIMITE-EXIT.
           EXIT.
      ******************************************************************
      * LEER-SIN-LIMITE
      ******************************************************************
       LEER-SIN-LIMITE.
      *
           EXEC SQL
               FETCH V13C70B-V1DC7012
               INTO :WS-DOC-BANCO,
                    :COD-DIV-LIM,
                    :WS-EXPOSICION,
                    :WS-NOM-BANCO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-SIN-LIMITE
                   MOVE WS-DOC-BANCO       TO LN-DET-BANCO
                   MOVE WS-NOM-BANCO       TO LN-DET-NOMBRE
                   MOVE COD-DIV-LIM        TO LN-DET-DIVISA
                   MOVE ZEROES             TO LN-DET-LIMITE
                   MOVE WS-EXPOSICION      TO LN-DET-USADO
                   COMPUTE WS-DISPONIBLE = ZEROES - WS-EXPOSICION
                   MOVE WS-DISPONIBLE      TO LN-DET-DISPONIBLE
                   MOVE CT-PCT-MAXIMO      TO LN-DET-PCT
                   MOVE 'SIN LIMITE'       TO LN-DET-MARCA
                   WRITE REG-REPORTE     FROM LN-DETALLE

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   2500-INFORMAR-EXCESOS                        *
      ******************************************************************
       2500-INFORMAR-EXCESOS.
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE 'EXCESOS AUTORIZADOS POR TESORERIA EN LA FECHA'
                                           TO LN-SUB-TEXTO
           WRITE REG-REPORTE             FROM LN-SUBTITULO
           WRITE REG-REPORTE             FROM LN-CAB-EXCESO
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C70B-V1DC7013
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-EXCESO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C70B-V1DC7013
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2500-INFORMAR-EXCESOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-EXCESO
      ******************************************************************
       LEER-EXCESO.
      *
           EXEC SQL
               FETCH V13C70B-V1DC7013
               INTO :NUM-REF-EXL,
                    :COD-BANCO-EXL,
                    :COD-DIV-EXL,
                    :IMP-OPE-EXL,
                    :COD-AUTORIZANTE-EXL,
                    :TXT-JUSTIFICACION-EXL
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-EXCESOS-DIA
                   MOVE NUM-REF-EXL        TO WS-NUM-REF-ED
                   MOVE WS-NUM-REF-ED      TO LN-EXC-REFERENCIA
                   MOVE COD-BANCO-EXL      TO LN-EXC-BANCO
                   MOVE COD-DIV-EXL        TO LN-EXC-DIVISA
                   MOVE IMP-OPE-EXL        TO LN-EXC-IMPORTE
                   MOVE COD-AUTORIZANTE-EXL
                                           TO LN-EXC-AUTORIZANTE
                   MOVE TXT-JUSTIFICACION-EXL
                                           TO LN-EXC-JUSTIFICACION
                   WRITE REG-REPORTE     FROM LN-DET-EXCESO

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
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
      *
           MOVE 'LIMITES INFORMADOS:'      TO LN-TOT-TEXTO
           MOVE CN-LIMITES                 TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
           MOVE 'LIMITES EXCEDIDOS:'       TO LN-TOT-TEXTO
           MOVE CN-EXCEDIDOS               TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
           MOVE 'LIMITES EN ALERTA:'       TO LN-TOT-TEXTO
           MOVE CN-EN-ALERTA               TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
           MOVE 'EXPOSICIONES SIN LIMITE:' TO LN-TOT-TEXTO
           MOVE CN-SIN-LIMITE              TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
           MOVE 'EXCESOS AUTORIZADOS EN LA FECHA:'
                                           TO LN-TOT-TEXTO
           MOVE CN-EXCESOS-DIA             TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           DISPLAY 'V13C70B - LIMITES INFORMADOS:        ' CN-LIMITES
           DISPLAY 'V13C70B - LIMITES EXCEDIDOS:         ' CN-EXCEDIDOS
           DISPLAY 'V13C70B - LIMITES EN ALERTA:         ' CN-EN-ALERTA
           DISPLAY 'V13C70B - EXPOSICIONES SIN LIMITE:   '
                   CN-SIN-LIMITE
           DISPLAY 'V13C70B - EXCESOS AUTORIZADOS:       '
                   CN-EXCESOS-DIA
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V13C70B - ENTIDAD JURIDICA:          '
                       'CONSOLIDADO'
           ELSE
               DISPLAY 'V13C70B - ENTIDAD JURIDICA:          '
                       WS-ENT-BANCO
           END-IF
      *
           IF  CN-EXCEDIDOS GREATER THAN ZEROES
            OR CN-SIN-LIMITE GREATER THAN ZEROES
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               MOVE 'A'                    TO W925-SEVERIDAD
               STRING 'LIMITES LIQ. EXCEDIDOS: '
                                           DELIMITED BY SIZE
                      CN-EXCEDIDOS         DELIMITED BY SIZE
                      ' SIN LIMITE: '      DELIMITED BY SIZE
                      CN-SIN-LIMITE        DELIMITED BY SIZE
                      INTO W925-TEXTO
               END-STRING
               CALL CT-V19C025 USING V1WC925
               MOVE 4                      TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-LIMITES                 TO W924-CANT-LEIDOS
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
           DISPLAY 'V13C70B - ERROR DB2 SQLCODE: ' SQLCODE
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
