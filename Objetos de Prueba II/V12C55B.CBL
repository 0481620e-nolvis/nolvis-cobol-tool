      *  PASIVO DEL CLIENTE (CTA_PASIVO_CL); COMPRA DEBITA POSICION    *
      *  Y ABONA AL CLIENTE, VENTA AL REVES.  CIERRA CON UN REGISTRO   *
      *  DE TOTALES DEBE/HABER QUE EL MAYOR VERIFICA AL CARGAR         *
      *  AD01: INCLUYE LOS AJUSTES DE LOS ARQUEOS CONFIRMADOS EN LA    *
      *  FECHA (V1DT109): EL FALTANTE CARGA GASTOS Y ABONA LA          *
      *  POSICION; EL SOBRANTE DEBITA LA POSICION Y ABONA RESULTADOS   *
      *  AD02: LAS CUENTAS DEL DEBE Y DEL HABER SE RESUELVEN CON LA    *
      *  RUTINA V19C062 DESDE LAS REGLAS DE DETERMINACION DE CUENTAS   *
      *  (V1DT135) POR TIPO DE ASIENTO, CONCEPTO, OFICINA, DIVISA Y    *
      *  CLASE DE CONTRAPARTE, EN VEZ DE LOS PREFIJOS FIJOS.  INCLUYE  *
      *  LAS COMISIONES CALCULADAS DE LAS OPERACIONES DEL DIA          *
      *  (V1DT022).  SI ALGUNA COMBINACION NO TIENE REGLA SE LISTA EN  *
      *  SALEXC, EL ARCHIVO DE ASIENTOS QUEDA VACIO Y EL PROCESO       *
      *  TERMINA CON RC 16 PARA NO CARGAR UN MAYOR INCOMPLETO          *
      *  AD03: LAS OPERACIONES CRUZADAS (TIP_OPE '9') LLEVAN UN        *
      *  SEGUNDO PAR EN COD_DIV_CONTRA POR IMP_CONTRA, EN SENTIDO      *
      *  CONTRARIO AL DE LA PRIMERA PATA, DE MODO QUE CADA DIVISA      *
      *  MUEVA SU PROPIA CUENTA DE POSICION                            *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *
           SELECT ARCH-ASIENTOS        ASSIGN TO SALASI
                                        ORGANIZATION IS SEQUENTIAL.
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
      *
           SELECT ARCH-EXCEPCIONES     ASSIGN TO SALEXC
                                        ORGANIZATION IS SEQUENTIAL.
      * AD02-F
      ******************************************************************
      *                                                                *
      *                D A T A            D I V I S I O N              *
           RECORDING MODE IS F.
      *
       01  REG-ASIENTO                     PIC X(100).
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
      *
       FD  ARCH-EXCEPCIONES
           RECORDING MODE IS F.
      *
       01  REG-EXCEPCION                   PIC X(132).
      * AD02-F
      ******************************************************************
      *                                                                *
      *         W O R K I N G   S T O R A G E   S E C T I O N          *
      *
           05  WS-FEC-CONTABLE             PIC X(08)   VALUE SPACES.
           05  WS-CTA-POSICION             PIC X(20)   VALUE SPACES.
      * AD01-I : AJUSTES DE ARQUEOS CONFIRMADOS (V1DT109)
           05  WS-CTA-RESULTADO            PIC X(20)   VALUE SPACES.
      * AD01-F
           05  WS-IMP-CONTABLE             PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
           05  WS-NUM-REF-ASI              PIC S9(10)  COMP-3
                                                       VALUE ZEROES.
      * AD02-F
      ******************************************************************
      *                 REGISTROS DEL ARCHIVO DE ASIENTOS              *
      ******************************************************************
           05  TOT-IMP-DEBE                PIC 9(13)V9(02).
           05  TOT-IMP-HABER               PIC 9(13)V9(02).
           05  FILLER                      PIC X(52)   VALUE SPACES.
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
      ******************************************************************
      *            LINEAS DEL LISTADO DE COMBINACIONES SIN REGLA       *
      ******************************************************************
       01  LN-EXC-TITULO.
           05  FILLER                      PIC X(50)
               VALUE 'ASIENTOS DIARIOS - COMBINACIONES SIN REGLA'.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-EXC-FECHA                PIC X(08).
           05  FILLER                      PIC X(73)   VALUE SPACES.
      *
       01  LN-EXC-CABECERA.
           05  FILLER                      PIC X(05)   VALUE 'TIPO'.
           05  FILLER                      PIC X(05)   VALUE 'CPT'.
           05  FILLER                      PIC X(06)   VALUE 'OFIC'.
           05  FILLER                      PIC X(05)   VALUE 'DIV'.
           05  FILLER                      PIC X(03)   VALUE 'CL'.
           05  FILLER                      PIC X(12)
                                           VALUE 'REFERENCIA'.
           05  FILLER                      PIC X(20)
                                           VALUE '           IMPORTE'.
           05  FILLER                      PIC X(76)   VALUE 'MOTIVO'.
      *
       01  LN-EXCEPCION.
           05  LN-EXC-TIPO                 PIC X(03).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-CONCEPTO             PIC X(03).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-OFICINA              PIC X(04).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-DIVISA               PIC X(03).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-CLASE                PIC X(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-REFERENCIA           PIC Z(09)9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-IMPORTE              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-EXC-MOTIVO               PIC X(40).
           05  FILLER                      PIC X(34)   VALUE SPACES.
      * AD02-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
           05  SW-SENTIDO                  PIC X(01)   VALUE 'C'.
               88  SENTIDO-COMPRA                      VALUE 'C'.
               88  SENTIDO-VENTA                       VALUE 'V'.
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
           05  SW-CUENTAS                  PIC X(01)   VALUE 'N'.
               88  CUENTAS-RESUELTAS                   VALUE 'S'.
               88  CUENTAS-SIN-REGLA                   VALUE 'N'.
      * AD02-F
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V12C55B'.
           05  CT-IDF-COMPRA               PIC X(01)   VALUE 'C'.
      * AD03-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
           05  CT-TIP-CRUZADA              PIC X(01)   VALUE '9'.
      * AD03-F
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
      *    PREFIJO DEL PLAN DE CUENTAS DE LAS CUENTAS DE POSICION
      *    DE CAMBIOS DEL BANCO; SE COMPLETA CON OFICINA Y DIVISA
      *    05  CT-PREF-POSICION            PIC X(04)   VALUE '1310'.
      * AD02-F
      * AD01-I : CUENTAS DE FALTANTES Y SOBRANTES DE CAJA
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
      *    05  CT-PREF-FALTANTE            PIC X(04)   VALUE '4320'.
      *    05  CT-PREF-SOBRANTE            PIC X(04)   VALUE '5320'.
      * AD02-F
           05  CT-CPT-ARQUEO               PIC X(03)   VALUE 'ARQ'.
           05  CT-FALTANTE                 PIC X(01)   VALUE 'F'.
      * AD01-F
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
      *    TIPOS DE ASIENTO DE LAS REGLAS DE V1DT135
           05  CT-TIP-COMPRA               PIC X(03)   VALUE 'CMP'.
           05  CT-TIP-VENTA                PIC X(03)   VALUE 'VTA'.
           05  CT-TIP-FALTANTE             PIC X(03)   VALUE 'FAL'.
           05  CT-TIP-SOBRANTE             PIC X(03)   VALUE 'SOB'.
           05  CT-TIP-COMISION             PIC X(03)   VALUE 'COM'.
           05  CT-CPT-COMISION             PIC X(03)   VALUE 'COM'.
           05  CT-CLA-CLIENTE              PIC X(01)   VALUE 'C'.
           05  CT-DIV-DOLAR                PIC X(03)   VALUE '1'.
           05  CT-MOT-SIN-REGLA            PIC X(40)
               VALUE 'SIN REGLA DE CUENTAS EN V1DT135'.
           05  CT-MOT-SIN-CTA-CLIENTE      PIC X(40)
               VALUE 'REGLA PIDE CUENTA DEL CLIENTE Y NO TIENE'.
      * AD02-F
      ******************************************************************
      *                      AREA DE ACUMULADORES                      *
      ******************************************************************
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-OPERACIONES              PIC 9(07)   VALUE ZEROES.
      * AD01-I : AJUSTES DE ARQUEOS CONFIRMADOS (V1DT109)
           05  CN-AJUSTES-ARQUEO           PIC 9(07)   VALUE ZEROES.
      * AD01-F
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
           05  CN-COMISIONES               PIC 9(07)   VALUE ZEROES.
           05  CN-EXCEPCIONES              PIC 9(07)   VALUE ZEROES.
      * AD02-F
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
      *  COPY DE LA RUTINA DE DETERMINACION DE CUENTAS
           COPY V1WC962.
      * AD02-F
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT001
           END-EXEC
      * AD01-I : AJUSTES DE ARQUEOS CONFIRMADOS (V1DT109)
      *
           EXEC SQL
               INCLUDE V1GT109
           END-EXEC
      * AD01-F
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
      *
           EXEC SQL
               INCLUDE V1GT022
           END-EXEC
      * AD02-F
      ******************************************************************
      *                        CURSORES
      ******************************************************************
                      COD_CPT_CMP_VTA,
                      IDF_CMP_VTA,
                      CTA_PASIVO_CL,
                      IMP_OPE,
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
                      CLA_CONTRAPARTE,
      * AD02-F
      * AD03-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
                      TIP_OPE,
                      COD_DIV_CONTRA,
                      IMP_CONTRA
      * AD03-F
               FROM V1DT001
               WHERE FEC_OPE = :WS-FEC-CONTABLE
               ORDER BY COD_OPE_BANCO,
                        COD_DIV_OPE,
                        NUM_REF
           END-EXEC
      * AD01-I : AJUSTES DE ARQUEOS CONFIRMADOS (V1DT109)
      *
      *    FALTANTES Y SOBRANTES DE LOS ARQUEOS CONFIRMADOS EN LA FECHA
      *
           EXEC SQL
               DECLARE V12C55B-V1DC0552
               CURSOR FOR
               SELECT SEC_ARQUEO,
                      COD_OFICINA,
                      COD_DIV,
                      TIP_DIFERENCIA,
                      IMP_DIFERENCIA
               FROM V1DT109
               WHERE FEC_DIFERENCIA = :WS-FEC-CONTABLE
               ORDER BY COD_OFICINA,
                        COD_DIV,
                        SEC_ARQUEO
           END-EXEC
      * AD01-F
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
      *
      *    COMISIONES CALCULADAS POR V12C57B PARA LAS OPERACIONES DE
      *    LA FECHA; EL IMPORTE ESTA EN DOLARES
      *
           EXEC SQL
               DECLARE V12C55B-V1DC0553
               CURSOR FOR
               SELECT C.NUM_REF,
                      O.COD_OPE_BANCO,
                      O.COD_CPT_CMP_VTA,
                      O.CLA_CONTRAPARTE,
                      O.CTA_PASIVO_CL,
                      C.IMP_COMISION
               FROM V1DT022 C,
                    V1DT001 O
               WHERE O.FEC_OPE      = :WS-FEC-CONTABLE
                 AND C.NUM_REF      = O.NUM_REF
                 AND C.IMP_COMISION > 0
               ORDER BY O.COD_OPE_BANCO,
                        C.NUM_REF
           END-EXEC
      * AD02-F
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *
           OPEN INPUT  ARCH-PARAMETROS
           OPEN OUTPUT ARCH-ASIENTOS
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
                       ARCH-EXCEPCIONES
      * AD02-F
      *
           READ ARCH-PARAMETROS
               AT END
           END-READ
      *
           MOVE PAR-FEC-CONTABLE           TO WS-FEC-CONTABLE
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
      *
           MOVE WS-FEC-CONTABLE            TO LN-EXC-FECHA
           WRITE REG-EXCEPCION           FROM LN-EXC-TITULO
           WRITE REG-EXCEPCION           FROM LN-EXC-CABECERA
      * AD02-F
      *
           MOVE ZEROES                     TO CN-OPERACIONES
      * AD01-I : AJUSTES DE ARQUEOS CONFIRMADOS (V1DT109)
                                              CN-AJUSTES-ARQUEO
      * AD01-F
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
                                              CN-COMISIONES
                                              CN-EXCEPCIONES
      * AD02-F
                                              AC-CANT-ASIENTOS
                                              AC-IMP-DEBE
                                              AC-IMP-HABER
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
      * AD01-I : AJUSTES DE ARQUEOS CONFIRMADOS (V1DT109)
           PERFORM 3000-AJUSTES-ARQUEO
              THRU 3000-AJUSTES-ARQUEO-EXIT
      * AD01-F
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
      *
           PERFORM 4000-COMISIONES
              THRU 4000-COMISIONES-EXIT
      *
      *    CON COMBINACIONES SIN REGLA NO SE GRABAN TOTALES: 6000 DEJA
      *    VACIO EL ARCHIVO DE ASIENTOS Y TERMINA CON ERROR
           IF  CN-EXCEPCIONES GREATER THAN ZEROES
               GO TO 2000-PROCESO-EXIT
           END-IF
      * AD02-F
      *
           MOVE WS-FEC-CONTABLE            TO TOT-FEC-CONTABLE
           MOVE AC-CANT-ASIENTOS           TO TOT-CANT-ASIENTOS
                    :DCLV1DT001.COD-CPT-CMP-VTA,
                    :DCLV1DT001.IDF-CMP-VTA,
                    :DCLV1DT001.CTA-PASIVO-CL,
                    :DCLV1DT001.IMP-OPE,
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
                    :DCLV1DT001.CLA-CONTRAPARTE,
      * AD02-F
      * AD03-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
                    :DCLV1DT001.TIP-OPE,
                    :DCLV1DT001.COD-DIV-CONTRA,
                    :DCLV1DT001.IMP-CONTRA
      * AD03-F
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
           END-EVALUATE
      *
           .
      * AD01-I : AJUSTES DE ARQUEOS CONFIRMADOS (V1DT109)
      ******************************************************************
      *                   3000-AJUSTES-ARQUEO                          *
      ******************************************************************
       3000-AJUSTES-ARQUEO.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V12C55B-V1DC0552
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-DIFERENCIA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V12C55B-V1DC0552
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3000-AJUSTES-ARQUEO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-DIFERENCIA
      ******************************************************************
       LEER-DIFERENCIA.
      *
           EXEC SQL
               FETCH V12C55B-V1DC0552
               INTO :SEC-ARQUEO-DIF,
                    :COD-OFI-DIF,
                    :COD-DIV-DIF,
                    :TIP-DIFERENCIA,
                    :IMP-DIFERENCIA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3100-ASIENTO-ARQUEO
                      THRU 3100-ASIENTO-ARQUEO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   3100-ASIENTO-ARQUEO                          *
      ******************************************************************
       3100-ASIENTO-ARQUEO.
      *
           ADD 1                           TO CN-AJUSTES-ARQUEO
      *
           MOVE IMP-DIFERENCIA             TO WS-IMP-CONTABLE
      *
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
      *    MOVE SPACES                     TO WS-CTA-POSICION
      *                                       WS-CTA-RESULTADO
      *    STRING CT-PREF-POSICION         DELIMITED BY SIZE
      *           COD-OFI-DIF              DELIMITED BY SIZE
      *           COD-DIV-DIF              DELIMITED BY SIZE
      *           INTO WS-CTA-POSICION
      *    END-STRING
      *
      *    FALTANTE: DEBE GASTOS / HABER POSICION; SOBRANTE: DEBE
      *    POSICION / HABER RESULTADOS, SEGUN LAS REGLAS DE V1DT135
           IF  TIP-DIFERENCIA EQUAL CT-FALTANTE
               MOVE CT-TIP-FALTANTE        TO W962-TIP-ASIENTO
           ELSE
               MOVE CT-TIP-SOBRANTE        TO W962-TIP-ASIENTO
           END-IF
           MOVE CT-CPT-ARQUEO              TO W962-COD-CPT
           MOVE COD-OFI-DIF                TO W962-COD-OFICINA
           MOVE COD-DIV-DIF                TO W962-COD-DIV
           MOVE SPACES                     TO W962-CLA-CONTRAPARTE
                                              W962-CTA-CLIENTE
           MOVE SEC-ARQUEO-DIF             TO WS-NUM-REF-ASI
      *
           PERFORM 5200-RESOLVER-CUENTAS
              THRU 5200-RESOLVER-CUENTAS-EXIT
      *
           IF  CUENTAS-SIN-REGLA
               GO TO 3100-ASIENTO-ARQUEO-EXIT
           END-IF
      * AD02-F
      *
           MOVE WS-FEC-CONTABLE            TO ASI-FEC-CONTABLE
           MOVE COD-OFI-DIF                TO ASI-COD-OPE-BANCO
           MOVE SEC-ARQUEO-DIF             TO ASI-NUM-REF
           MOVE COD-DIV-DIF                TO ASI-COD-DIV
           MOVE WS-IMP-CONTABLE            TO ASI-IMP
           MOVE CT-CPT-ARQUEO              TO ASI-COD-CPT
      *
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
      *    IF  TIP-DIFERENCIA EQUAL CT-FALTANTE
      *        STRING CT-PREF-FALTANTE     DELIMITED BY SIZE
      *               COD-OFI-DIF          DELIMITED BY SIZE
      *               COD-DIV-DIF          DELIMITED BY SIZE
      *               INTO WS-CTA-RESULTADO
      *        END-STRING
      *
      *        MOVE WS-CTA-RESULTADO       TO ASI-CTA-CONTABLE
      *        SET ASI-88-DEBE             TO TRUE
      *        PERFORM 5100-ESCRIBIR-ASIENTO
      *           THRU 5100-ESCRIBIR-ASIENTO-EXIT
      *
      *        MOVE WS-CTA-POSICION        TO ASI-CTA-CONTABLE
      *        SET ASI-88-HABER            TO TRUE
      *        PERFORM 5100-ESCRIBIR-ASIENTO
      *           THRU 5100-ESCRIBIR-ASIENTO-EXIT
      *    ELSE
      *        STRING CT-PREF-SOBRANTE     DELIMITED BY SIZE
      *               COD-OFI-DIF          DELIMITED BY SIZE
      *               COD-DIV-DIF          DELIMITED BY SIZE
      *               INTO WS-CTA-RESULTADO
      *        END-STRING
      *
      *        MOVE WS-CTA-POSICION        TO ASI-CTA-CONTABLE
      *        SET ASI-88-DEBE             TO TRUE
      *        PERFORM 5100-ESCRIBIR-ASIENTO
      *           THRU 5100-ESCRIBIR-ASIENTO-EXIT
      *
      *        MOVE WS-CTA-RESULTADO       TO ASI-CTA-CONTABLE
      *        SET ASI-88-HABER            TO TRUE
      *        PERFORM 5100-ESCRIBIR-ASIENTO
      *           THRU 5100-ESCRIBIR-ASIENTO-EXIT
      *    END-IF
           PERFORM 5150-ESCRIBIR-PAR
              THRU 5150-ESCRIBIR-PAR-EXIT
      * AD02-F
      *
           .
       3100-ASIENTO-ARQUEO-EXIT.
           EXIT.
      * AD01-F
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
      ******************************************************************
      *                     4000-COMISIONES                            *
      ******************************************************************
       4000-COMISIONES.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V12C55B-V1DC0553
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
               CLOSE V12C55B-V1DC0553
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       4000-COMISIONES-EXIT.
           EXIT.
      ******************************************************************
      * LEER-COMISION
      ******************************************************************
       LEER-COMISION.
      *
           EXEC SQL
               FETCH V12C55B-V1DC0553
               INTO :DCLV1DT022.NUM-REF,
                    :DCLV1DT001.COD-OPE-BANCO,
                    :DCLV1DT001.COD-CPT-CMP-VTA,
                    :DCLV1DT001.CLA-CONTRAPARTE,
                    :DCLV1DT001.CTA-PASIVO-CL,
                    :DCLV1DT022.IMP-COMISION
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 4100-ASIENTO-COMISION
                      THRU 4100-ASIENTO-COMISION-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   4100-ASIENTO-COMISION                        *
      *  LA COMISION (EN DOLARES) SE CARGA AL CLIENTE Y SE ABONA A     *
      *  INGRESOS, CON LAS CUENTAS QUE DIGA LA REGLA 'COM' DE V1DT135  *
      ******************************************************************
       4100-ASIENTO-COMISION.
      *
           ADD 1                           TO CN-COMISIONES
      *
           MOVE IMP-COMISION               TO WS-IMP-CONTABLE
      *
           MOVE CT-TIP-COMISION            TO W962-TIP-ASIENTO
           MOVE COD-CPT-CMP-VTA            TO W962-COD-CPT
           MOVE COD-OPE-BANCO              TO W962-COD-OFICINA
           MOVE CT-DIV-DOLAR               TO W962-COD-DIV
           IF  CLA-CONTRAPARTE EQUAL SPACES
               MOVE CT-CLA-CLIENTE         TO W962-CLA-CONTRAPARTE
           ELSE
               MOVE CLA-CONTRAPARTE        TO W962-CLA-CONTRAPARTE
           END-IF
           MOVE CTA-PASIVO-CL              TO W962-CTA-CLIENTE
           MOVE NUM-REF OF DCLV1DT022      TO WS-NUM-REF-ASI
      *
           PERFORM 5200-RESOLVER-CUENTAS
              THRU 5200-RESOLVER-CUENTAS-EXIT
      *
           IF  CUENTAS-SIN-REGLA
               GO TO 4100-ASIENTO-COMISION-EXIT
           END-IF
      *
           MOVE WS-FEC-CONTABLE            TO ASI-FEC-CONTABLE
           MOVE COD-OPE-BANCO              TO ASI-COD-OPE-BANCO
           MOVE NUM-REF OF DCLV1DT022      TO ASI-NUM-REF
           MOVE CT-DIV-DOLAR               TO ASI-COD-DIV
           MOVE WS-IMP-CONTABLE            TO ASI-IMP
           MOVE CT-CPT-COMISION            TO ASI-COD-CPT
      *
           PERFORM 5150-ESCRIBIR-PAR
              THRU 5150-ESCRIBIR-PAR-EXIT
      *
           .
       4100-ASIENTO-COMISION-EXIT.
           EXIT.
      * AD02-F
      ******************************************************************
      *                   5000-GENERAR-ASIENTOS                        *
      *  UN DEBE Y UN HABER POR OPERACION: LA COMPRA DEBITA LA CUENTA  *
               END-IF
           END-IF
      *
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
      *    MOVE SPACES                     TO WS-CTA-POSICION
      *    STRING CT-PREF-POSICION         DELIMITED BY SIZE
      *           COD-OPE-BANCO            DELIMITED BY SIZE
      *           COD-DIV-OPE              DELIMITED BY SIZE
      *           INTO WS-CTA-POSICION
      *    END-STRING
      *
      *    LA CLASE EN BLANCO ES CLIENTE, IGUAL QUE 'C'
           IF  SENTIDO-COMPRA
               MOVE CT-TIP-COMPRA          TO W962-TIP-ASIENTO
           ELSE
               MOVE CT-TIP-VENTA           TO W962-TIP-ASIENTO
           END-IF
           MOVE COD-CPT-CMP-VTA            TO W962-COD-CPT
           MOVE COD-OPE-BANCO              TO W962-COD-OFICINA
           MOVE COD-DIV-OPE                TO W962-COD-DIV
           IF  CLA-CONTRAPARTE EQUAL SPACES
               MOVE CT-CLA-CLIENTE         TO W962-CLA-CONTRAPARTE
           ELSE
               MOVE CLA-CONTRAPARTE        TO W962-CLA-CONTRAPARTE
           END-IF
           MOVE CTA-PASIVO-CL              TO W962-CTA-CLIENTE
           MOVE NUM-REF OF DCLV1DT001      TO WS-NUM-REF-ASI
      *
           PERFORM 5200-RESOLVER-CUENTAS
              THRU 5200-RESOLVER-CUENTAS-EXIT
      *
           IF  CUENTAS-SIN-REGLA
               GO TO 5000-GENERAR-ASIENTOS-EXIT
           END-IF
      * AD02-F
      *
           MOVE WS-FEC-CONTABLE            TO ASI-FEC-CONTABLE
           MOVE COD-OPE-BANCO              TO ASI-COD-OPE-BANCO
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
      *    MOVE NUM-REF                    TO ASI-NUM-REF
           MOVE NUM-REF OF DCLV1DT001      TO ASI-NUM-REF
      * AD02-F
           MOVE COD-DIV-OPE                TO ASI-COD-DIV
           MOVE WS-IMP-CONTABLE            TO ASI-IMP
           MOVE COD-CPT-CMP-VTA            TO ASI-COD-CPT
      *
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
      *    IF  SENTIDO-COMPRA
      *        MOVE WS-CTA-POSICION        TO ASI-CTA-CONTABLE
      *        SET ASI-88-DEBE             TO TRUE
      *        PERFORM 5100-ESCRIBIR-ASIENTO
      *           THRU 5100-ESCRIBIR-ASIENTO-EXIT
      *
      *        MOVE CTA-PASIVO-CL          TO ASI-CTA-CONTABLE
      *        SET ASI-88-HABER            TO TRUE
      *        PERFORM 5100-ESCRIBIR-ASIENTO
      *           THRU 5100-ESCRIBIR-ASIENTO-EXIT
      *    ELSE
      *        MOVE CTA-PASIVO-CL          TO ASI-CTA-CONTABLE
      *        SET ASI-88-DEBE             TO TRUE
      *        PERFORM 5100-ESCRIBIR-ASIENTO
      *           THRU 5100-ESCRIBIR-ASIENTO-EXIT
      *
      *        MOVE WS-CTA-POSICION        TO ASI-CTA-CONTABLE
      *        SET ASI-88-HABER            TO TRUE
      *        PERFORM 5100-ESCRIBIR-ASIENTO
      *           THRU 5100-ESCRIBIR-ASIENTO-EXIT
      *    END-IF
           PERFORM 5150-ESCRIBIR-PAR
              THRU 5150-ESCRIBIR-PAR-EXIT
      * AD02-F
      *
      * AD03-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
           IF  TIP-OPE EQUAL CT-TIP-CRUZADA
           AND COD-DIV-CONTRA NOT EQUAL SPACES
               PERFORM 5050-ASIENTO-CONTRA
                  THRU 5050-ASIENTO-CONTRA-EXIT
           END-IF
      * AD03-F
      *
           .
       5000-GENERAR-ASIENTOS-EXIT.
           EXIT.
      * AD03-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
      ******************************************************************
      *                   5050-ASIENTO-CONTRA                          *
      *  SEGUNDA PATA DE UNA OPERACION CRUZADA: EN UNA COMPRA EL BANCO *
      *  ENTREGA COD_DIV_CONTRA, QUE SE ASIENTA COMO UNA VENTA DE ESA  *
      *  DIVISA, Y EN UNA VENTA LA RECIBE, QUE SE ASIENTA COMO UNA     *
      *  COMPRA.  EL MONTO NEGATIVO INVIERTE EL SENTIDO IGUAL QUE EN   *
      *  LA PRIMERA PATA                                               *
      ******************************************************************
       5050-ASIENTO-CONTRA.
      *
           MOVE IMP-CONTRA                 TO WS-IMP-CONTABLE
      *
           IF  IDF-CMP-VTA EQUAL CT-IDF-COMPRA
               SET SENTIDO-VENTA           TO TRUE
           ELSE
               SET SENTIDO-COMPRA          TO TRUE
           END-IF
      *
           IF  WS-IMP-CONTABLE LESS THAN ZEROES
               COMPUTE WS-IMP-CONTABLE = WS-IMP-CONTABLE * -1
               IF  SENTIDO-COMPRA
                   SET SENTIDO-VENTA       TO TRUE
               ELSE
                   SET SENTIDO-COMPRA      TO TRUE
               END-IF
           END-IF
      *
           IF  SENTIDO-COMPRA
               MOVE CT-TIP-COMPRA          TO W962-TIP-ASIENTO
           ELSE
               MOVE CT-TIP-VENTA           TO W962-TIP-ASIENTO
           END-IF
           MOVE COD-DIV-CONTRA             TO W962-COD-DIV
      *
           PERFORM 5200-RESOLVER-CUENTAS
              THRU 5200-RESOLVER-CUENTAS-EXIT
      *
           IF  CUENTAS-SIN-REGLA
               GO TO 5050-ASIENTO-CONTRA-EXIT
           END-IF
      *
           MOVE COD-DIV-CONTRA             TO ASI-COD-DIV
           MOVE WS-IMP-CONTABLE            TO ASI-IMP
      *
           PERFORM 5150-ESCRIBIR-PAR
              THRU 5150-ESCRIBIR-PAR-EXIT
      *
           .
       5050-ASIENTO-CONTRA-EXIT.
           EXIT.
      * AD03-F
      ******************************************************************
      *                   5100-ESCRIBIR-ASIENTO                        *
      ******************************************************************
           .
       5100-ESCRIBIR-ASIENTO-EXIT.
           EXIT.
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
      ******************************************************************
      *                    5150-ESCRIBIR-PAR                           *
      *  EL DEBE Y EL HABER CON LAS CUENTAS RESUELTAS POR V19C062      *
      ******************************************************************
       5150-ESCRIBIR-PAR.
      *
           MOVE W962-CTA-DEBE              TO ASI-CTA-CONTABLE
           SET ASI-88-DEBE                 TO TRUE
           PERFORM 5100-ESCRIBIR-ASIENTO
              THRU 5100-ESCRIBIR-ASIENTO-EXIT
      *
           MOVE W962-CTA-HABER             TO ASI-CTA-CONTABLE
           SET ASI-88-HABER                TO TRUE
           PERFORM 5100-ESCRIBIR-ASIENTO
              THRU 5100-ESCRIBIR-ASIENTO-EXIT
      *
           .
       5150-ESCRIBIR-PAR-EXIT.
           EXIT.
      ******************************************************************
      *                  5200-RESOLVER-CUENTAS                         *
      *  LLAMA A V19C062 CON LA CLAVE YA CARGADA EN V1WC962; SI NO HAY *
      *  REGLA LA COMBINACION VA AL LISTADO DE EXCEPCIONES Y NO SE     *
      *  ASIENTA                                                       *
      ******************************************************************
       5200-RESOLVER-CUENTAS.
      *
           SET CUENTAS-RESUELTAS           TO TRUE
      *
           CALL 'V19C062'               USING V1WC962
      *
           IF  W962-88-ERROR
               MOVE W962-SQLCODE           TO SQLCODE
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  W962-88-RESUELTA
               GO TO 5200-RESOLVER-CUENTAS-EXIT
           END-IF
      *
           SET CUENTAS-SIN-REGLA           TO TRUE
           ADD 1                           TO CN-EXCEPCIONES
      *
           MOVE W962-TIP-ASIENTO           TO LN-EXC-TIPO
           MOVE W962-COD-CPT               TO LN-EXC-CONCEPTO
           MOVE W962-COD-OFICINA           TO LN-EXC-OFICINA
           MOVE W962-COD-DIV               TO LN-EXC-DIVISA
           MOVE W962-CLA-CONTRAPARTE       TO LN-EXC-CLASE
           MOVE WS-NUM-REF-ASI             TO LN-EXC-REFERENCIA
           MOVE WS-IMP-CONTABLE            TO LN-EXC-IMPORTE
      *
           IF  W962-88-SIN-CTA-CLIENTE
               MOVE CT-MOT-SIN-CTA-CLIENTE TO LN-EXC-MOTIVO
           ELSE
               MOVE CT-MOT-SIN-REGLA       TO LN-EXC-MOTIVO
           END-IF
      *
           WRITE REG-EXCEPCION           FROM LN-EXCEPCION
      *
           .
       5200-RESOLVER-CUENTAS-EXIT.
           EXIT.
      * AD02-F
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-ASIENTOS
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
                 ARCH-EXCEPCIONES
      * AD02-F
      *
           DISPLAY 'V12C55B - OPERACIONES DEL DIA:    '
                   CN-OPERACIONES
      * AD01-I : AJUSTES DE ARQUEOS CONFIRMADOS (V1DT109)
           DISPLAY 'V12C55B - AJUSTES DE ARQUEO:      '
                   CN-AJUSTES-ARQUEO
      * AD01-F
           DISPLAY 'V12C55B - ASIENTOS GENERADOS:     '
                   AC-CANT-ASIENTOS
      * AD02-I : DETERMINACION DE CUENTAS (V1DT135)
           DISPLAY 'V12C55B - COMISIONES ASENTADAS:   '
                   CN-COMISIONES
           DISPLAY 'V12C55B - COMBINACIONES SIN REGLA:'
                   CN-EXCEPCIONES
      *
      *    UN MAYOR INCOMPLETO NO SE CARGA: SE VACIA EL ARCHIVO DE
      *    ASIENTOS Y SE TERMINA CON ERROR; EL DETALLE QUEDA EN SALEXC
           IF  CN-EXCEPCIONES GREATER THAN ZEROES
               OPEN OUTPUT ARCH-ASIENTOS
               CLOSE ARCH-ASIENTOS
               DISPLAY 'V12C55B - PROCESO DETENIDO: VER LISTADO SALEXC'
               MOVE 16                     TO RETURN-CODE
           END-IF
      * AD02-F
      *
           .
       6000-FIN-EXIT.
