      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C51B                                             *
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
      * ARCHIVO DE SALIDA: SALOFI (PAQUETES DE RESPUESTA FORMATEADOS,  *
      *  UNO A CONTINUACION DEL OTRO, CADA UNO ARRANCANDO EN PAGINA    *
      *  NUEVA)                                                        *
      * ------------------                                             *
      * PROCESO GLOBAL: GENERADOR DEL PAQUETE DE RESPUESTA A LOS       *
      *  OFICIOS DE SUDEBAN, FISCALIA Y TRIBUNALES.  TOMA LOS OFICIOS  *
      *  CON PAQUETE SOLICITADO DESDE LA LISTA V13C51Z (V1DT119) Y     *
      *  POR CADA PERSONA REQUERIDA (V1DT120) LISTA TODAS LAS          *
      *  OPERACIONES DEL PERIODO DEL OFICIO EN QUE FIGURA COMO         *
      *  TITULAR O COMO BENEFICIARIO, TANTO EN LINEA (V1DT001) COMO    *
      *  EN EL ARCHIVO (V1AT001), CON SUS FIRMAS Y DELEGACIONES        *
      *  (V1DT002 / V1AT002).  CADA PAGINA VA SELLADA CON EL NUMERO    *
      *  DE OFICIO Y LA FECHA/HORA DE GENERACION Y EL OFICIO QUEDA     *
      *  MARCADO GENERADO.  AL FINAL VIGILA LOS PLAZOS DE LOS OFICIOS  *
      *  NO RESPONDIDOS Y LEVANTA ALERTA (V1DT025) POR LOS VENCIDOS Y  *
      *  LOS QUE VENCEN DENTRO DE LOS DIAS HABILES DE AVISO            *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C51B.
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
           SELECT ARCH-PAQUETE         ASSIGN TO SALOFI
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
       FD  ARCH-PAQUETE
           RECORDING MODE IS F.
      *
       01  REG-PAQUETE                     PIC X(132).
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
           05  WS-FEC-HOY-N REDEFINES WS-FEC-HOY
                                           PIC 9(08).
           05  WS-HOR-HOY                  PIC X(06)   VALUE SPACES.
           05  WS-FEC-AVISO                PIC X(08)   VALUE SPACES.
           05  WS-FEC-AVISO-N REDEFINES WS-FEC-AVISO
                                           PIC 9(08).
           05  WS-INT-FECHA                PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-DIA-SEMANA               PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-CANT-FERIADO             PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-HABILES                  PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-CANT-VENCIDOS            PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-CANT-POR-VENCER          PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-ORIGEN                   PIC X(08)   VALUE SPACES.
           05  WS-ROL                      PIC X(12)   VALUE SPACES.
           05  WS-LINEA                    PIC X(132)  VALUE SPACES.
           05  WS-PAGINA                   PIC 9(04)   VALUE ZEROES.
           05  WS-CONT-LINEAS              PIC 9(02)   VALUE 99.
      ******************************************************************
      *                  LINEAS DEL PAQUETE                            *
      ******************************************************************
       01  LN-CABECERA.
           05  FILLER                      PIC X(22)
               VALUE 'PAQUETE DE RESPUESTA  '.
           05  FILLER                      PIC X(07)
                                           VALUE 'OFICIO '.
           05  LN-CAB-NUM-OFICIO           PIC 9(09).
           05  FILLER                      PIC X(12)
                                           VALUE '  GENERADO: '.
           05  LN-CAB-FECHA                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  LN-CAB-HORA                 PIC X(06).
           05  FILLER                      PIC X(06)
                                           VALUE ' PAG. '.
           05  LN-CAB-PAGINA               PIC ZZZ9.
           05  FILLER                      PIC X(57)   VALUE SPACES.
      *
       01  LN-TITULO.
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  LN-TIT-TEXTO                PIC X(80).
           05  FILLER                      PIC X(48)   VALUE SPACES.
      *
       01  LN-DATO.
           05  FILLER                      PIC X(06)   VALUE SPACES.
           05  LN-DAT-ETIQUETA             PIC X(22).
           05  LN-DAT-VALOR                PIC X(70).
           05  FILLER                      PIC X(34)   VALUE SPACES.
      *
       01  WS-IMP-ED                       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-TAS-ED                       PIC Z.ZZZ.ZZ9,9999.
       01  WS-NUM-ED                       PIC 9(10).
       01  WS-CANT-ED                      PIC ZZZ.ZZ9.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-OFICIO               PIC X(01)   VALUE 'N'.
               88  FIN-OFICIO                          VALUE 'S'.
               88  NO-FIN-OFICIO                       VALUE 'N'.
           05  SW-FIN-PERSONA              PIC X(01)   VALUE 'N'.
               88  FIN-PERSONA                         VALUE 'S'.
               88  NO-FIN-PERSONA                      VALUE 'N'.
           05  SW-FIN-OPERACION            PIC X(01)   VALUE 'N'.
               88  FIN-OPERACION                       VALUE 'S'.
               88  NO-FIN-OPERACION                    VALUE 'N'.
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-ARCHIVO                  PIC X(01)   VALUE 'N'.
               88  OPE-DEL-ARCHIVO                     VALUE 'S'.
               88  OPE-EN-LINEA                        VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C51B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-MAX-LINEAS               PIC 9(02)   VALUE 58.
           05  CT-EST-SOLICITADO           PIC X(01)   VALUE 'P'.
           05  CT-EST-GENERADO             PIC X(01)   VALUE 'G'.
           05  CT-EST-RESPONDIDO           PIC X(01)   VALUE 'R'.
      *    DIAS HABILES DE ANTICIPACION PARA AVISAR UN PLAZO
           05  CT-DIAS-AVISO               PIC S9(04)  COMP  VALUE 3.
           05  CT-SABADO                   PIC S9(04)  COMP  VALUE 6.
           05  CT-DOMINGO                  PIC S9(04)  COMP  VALUE 0.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-OFICIOS                  PIC 9(07)   VALUE ZEROES.
           05  CN-PAQUETES                 PIC 9(07)   VALUE ZEROES.
           05  CN-OPERACIONES              PIC 9(07)   VALUE ZEROES.
           05  CN-OPE-PERSONA              PIC 9(07)   VALUE ZEROES.
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
               INCLUDE V1GT002
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT119
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT120
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    OFICIOS CON PAQUETE SOLICITADO
      *
           EXEC SQL
               DECLARE V13C51B-V1DC5111
               CURSOR FOR
               SELECT NUM_OFICIO,
                      COD_AUTORIDAD,
                      TXT_REFERENCIA,
                      FEC_DESDE,
                      FEC_HASTA,
                      FEC_RECIBIDO,
                      FEC_LIMITE
               FROM V1DT119
               WHERE EST_OFICIO = :CT-EST-SOLICITADO
               ORDER BY NUM_OFICIO
           END-EXEC
      *
      *    PERSONAS REQUERIDAS EN EL OFICIO
      *
           EXEC SQL
               DECLARE V13C51B-V1DC5112
               CURSOR FOR
               SELECT SEC_PERSONA,
                      NUM_DOC,
                      NOM_PERSONA
               FROM V1DT120
               WHERE NUM_OFICIO = :DCLV1DT119.NUM-OFICIO
               ORDER BY SEC_PERSONA
           END-EXEC
      *
      *    OPERACIONES EN LINEA DE LA PERSONA EN EL PERIODO, COMO
      *    TITULAR O COMO BENEFICIARIO
      *
           EXEC SQL
               DECLARE V13C51B-V1DC5113
               CURSOR FOR
               SELECT NUM_REF,
                      FEC_OPE,
                      HOR_OPE,
                      COD_OPE_BANCO,
                      COD_DIV_OPE,
                      COD_CPT_CMP_VTA,
                      IDF_CMP_VTA,
                      NUM_DOC_PERSONA,
                      NOM_RAZON,
                      IDF_RIF_BENEF,
                      NOM_BENEF,
                      COD_PAIS_DEST,
                      IMP_OPE,
                      TAS_CAMBIO
               FROM V1DT001
               WHERE (NUM_DOC_PERSONA = :DCLV1DT120.NUM-DOC-REQUERIDO
                   OR IDF_RIF_BENEF   = :DCLV1DT120.NUM-DOC-REQUERIDO)
                 AND FEC_OPE BETWEEN :DCLV1DT119.FEC-DESDE-OFI
                                 AND :DCLV1DT119.FEC-HASTA-OFI
               ORDER BY FEC_OPE,
                        NUM_REF
           END-EXEC
      *
      *    LAS MISMAS OPERACIONES YA ARCHIVADAS (V1AT001, MISMO
      *    LAYOUT QUE V1DT001 SEGUN EL MANIFIESTO V1DT026)
      *
           EXEC SQL
               DECLARE V13C51B-V1DC5114
               CURSOR FOR
               SELECT NUM_REF,
                      FEC_OPE,
                      HOR_OPE,
                      COD_OPE_BANCO,
                      COD_DIV_OPE,
                      COD_CPT_CMP_VTA,
                      IDF_CMP_VTA,
                      NUM_DOC_PERSONA,
                      NOM_RAZON,
                      IDF_RIF_BENEF,
                      NOM_BENEF,
                      COD_PAIS_DEST,
                      IMP_OPE,
                      TAS_CAMBIO
               FROM V1AT001
               WHERE (NUM_DOC_PERSONA = :DCLV1DT120.NUM-DOC-REQUERIDO
                   OR IDF_RIF_BENEF   = :DCLV1DT120.NUM-DOC-REQUERIDO)
                 AND FEC_OPE BETWEEN :DCLV1DT119.FEC-DESDE-OFI
                                 AND :DCLV1DT119.FEC-HASTA-OFI
               ORDER BY FEC_OPE,
                        NUM_REF
           END-EXEC
      *
      *    FIRMAS DE LA OPERACION EN LINEA CON SU RASTRO DE DELEGACION
      *
           EXEC SQL
               DECLARE V13C51B-V1DC5115
               CURSOR FOR
               SELECT COD_USUARIO,
                      COD_NIV_AUTORIZ,
                      FEC_AUTORIZ,
                      HOR_AUTORIZ,
                      COD_USUARIO_DELEG
               FROM V1DT002
               WHERE NUM_REF = :DCLV1DT001.NUM-REF
               ORDER BY FEC_AUTORIZ,
                        HOR_AUTORIZ
           END-EXEC
      *
      *    FIRMAS DE LA OPERACION ARCHIVADA
      *
           EXEC SQL
               DECLARE V13C51B-V1DC5116
               CURSOR FOR
               SELECT COD_USUARIO,
                      COD_NIV_AUTORIZ,
                      FEC_AUTORIZ,
                      HOR_AUTORIZ,
                      COD_USUARIO_DELEG
               FROM V1AT002
               WHERE NUM_REF = :DCLV1DT001.NUM-REF
               ORDER BY FEC_AUTORIZ,
                        HOR_AUTORIZ
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
           PERFORM 7000-VIGILAR-PLAZOS
              THRU 7000-VIGILAR-PLAZOS-EXIT
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
           OPEN OUTPUT ARCH-PAQUETE
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HOR-HOY
      *
           MOVE ZEROES                     TO CN-OFICIOS
                                              CN-PAQUETES
                                              CN-OPERACIONES
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
      *                        2000-PROCESO                            *
      ******************************************************************
       2000-PROCESO.
      *
           SET NO-FIN-OFICIO               TO TRUE
      *
           EXEC SQL
               OPEN V13C51B-V1DC5111
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-OFICIO
             UNTIL FIN-OFICIO
      *
           EXEC SQL
               CLOSE V13C51B-V1DC5111
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-OFICIO
      ******************************************************************
       LEER-OFICIO.
      *
           EXEC SQL
               FETCH V13C51B-V1DC5111
               INTO :DCLV1DT119.NUM-OFICIO,
                    :DCLV1DT119.COD-AUTORIDAD,
                    :DCLV1DT119.TXT-REFERENCIA-OFI,
                    :DCLV1DT119.FEC-DESDE-OFI,
                    :DCLV1DT119.FEC-HASTA-OFI,
                    :DCLV1DT119.FEC-RECIBIDO-OFI,
                    :DCLV1DT119.FEC-LIMITE-OFI
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5000-GENERAR-PAQUETE
                      THRU 5000-GENERAR-PAQUETE-EXIT

               WHEN DB2-NOTFND
                   SET FIN-OFICIO          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  5000-GENERAR-PAQUETE                          *
      ******************************************************************
       5000-GENERAR-PAQUETE.
      *
           ADD 1                           TO CN-OFICIOS
      *
           MOVE ZEROES                     TO WS-PAGINA
           MOVE 99                         TO WS-CONT-LINEAS
      *
           PERFORM 5100-SECCION-OFICIO
              THRU 5100-SECCION-OFICIO-EXIT
      *
           SET NO-FIN-PERSONA              TO TRUE
      *
           EXEC SQL
               OPEN V13C51B-V1DC5112
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-PERSONA
             UNTIL FIN-PERSONA
      *
           EXEC SQL
               CLOSE V13C51B-V1DC5112
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM 5800-MARCAR-GENERADO
              THRU 5800-MARCAR-GENERADO-EXIT
      *
           ADD 1                           TO CN-PAQUETES
      *
           .
       5000-GENERAR-PAQUETE-EXIT.
           EXIT.
      ******************************************************************
      *                  5100-SECCION-OFICIO                           *
      ******************************************************************
       5100-SECCION-OFICIO.
      *
           MOVE '1. OFICIO'                TO LN-TIT-TEXTO
           PERFORM ESCRIBIR-TITULO
      *
           MOVE 'AUTORIDAD'                TO LN-DAT-ETIQUETA
      *
           EVALUATE COD-AUTORIDAD
               WHEN 'S'
                   MOVE 'SUDEBAN'          TO LN-DAT-VALOR
               WHEN 'F'
                   MOVE 'FISCALIA'         TO LN-DAT-VALOR
               WHEN 'T'
                   MOVE 'TRIBUNAL'         TO LN-DAT-VALOR
               WHEN OTHER
                   MOVE COD-AUTORIDAD      TO LN-DAT-VALOR
           END-EVALUATE
      *
           PERFORM ESCRIBIR-DATO
      *
           MOVE 'REFERENCIA'               TO LN-DAT-ETIQUETA
           MOVE TXT-REFERENCIA-OFI         TO LN-DAT-VALOR
           PERFORM ESCRIBIR-DATO
      *
           MOVE 'PERIODO'                  TO LN-DAT-ETIQUETA
           MOVE SPACES                     TO LN-DAT-VALOR
           STRING FEC-DESDE-OFI ' AL ' FEC-HASTA-OFI
                  DELIMITED BY SIZE
                  INTO LN-DAT-VALOR
           END-STRING
           PERFORM ESCRIBIR-DATO
      *
           MOVE 'RECIBIDO / LIMITE'        TO LN-DAT-ETIQUETA
           MOVE SPACES                     TO LN-DAT-VALOR
           STRING FEC-RECIBIDO-OFI ' / ' FEC-LIMITE-OFI
                  DELIMITED BY SIZE
                  INTO LN-DAT-VALOR
           END-STRING
           PERFORM ESCRIBIR-DATO
      *
           .
       5100-SECCION-OFICIO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-PERSONA
      ******************************************************************
       LEER-PERSONA.
      *
           EXEC SQL
               FETCH V13C51B-V1DC5112
               INTO :DCLV1DT120.SEC-PERSONA,
                    :DCLV1DT120.NUM-DOC-REQUERIDO,
                    :DCLV1DT120.NOM-REQUERIDO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5200-SECCION-PERSONA
                      THRU 5200-SECCION-PERSONA-EXIT

               WHEN DB2-NOTFND
                   SET FIN-PERSONA         TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  5200-SECCION-PERSONA                          *
      *  PRIMERO LAS OPERACIONES EN LINEA Y LUEGO LAS ARCHIVADAS, PARA *
      *  QUE UN PERIODO QUE CRUZA LA FECHA DE ARCHIVO SALGA COMPLETO   *
      ******************************************************************
       5200-SECCION-PERSONA.
      *
           MOVE SPACES                     TO LN-TIT-TEXTO
           STRING '2. PERSONA '
                  NUM-DOC-REQUERIDO
                  '  '
                  NOM-REQUERIDO
                  DELIMITED BY SIZE
                  INTO LN-TIT-TEXTO
           END-STRING
           PERFORM ESCRIBIR-TITULO
      *
           MOVE ZEROES                     TO CN-OPE-PERSONA
      *
           SET OPE-EN-LINEA                TO TRUE
           SET NO-FIN-OPERACION            TO TRUE
      *
           EXEC SQL
               OPEN V13C51B-V1DC5113
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-OPERACION-LINEA
             UNTIL FIN-OPERACION
      *
           EXEC SQL
               CLOSE V13C51B-V1DC5113
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           SET OPE-DEL-ARCHIVO             TO TRUE
           SET NO-FIN-OPERACION            TO TRUE
      *
           EXEC SQL
               OPEN V13C51B-V1DC5114
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-OPERACION-ARCHIVO
             UNTIL FIN-OPERACION
      *
           EXEC SQL
               CLOSE V13C51B-V1DC5114
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE SPACES                     TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
      *
           MOVE 'TOTAL OPERACIONES'        TO LN-DAT-ETIQUETA
      *
           IF  CN-OPE-PERSONA EQUAL ZEROES
               MOVE 'SIN OPERACIONES EN EL PERIODO'
                                           TO LN-DAT-VALOR
           ELSE
               MOVE CN-OPE-PERSONA         TO WS-CANT-ED
               MOVE WS-CANT-ED             TO LN-DAT-VALOR
           END-IF
      *
           PERFORM ESCRIBIR-DATO
      *
           .
       5200-SECCION-PERSONA-EXIT.
           EXIT.
      ******************************************************************
      * LEER-OPERACION-LINEA
      ******************************************************************
       LEER-OPERACION-LINEA.
      *
           EXEC SQL
               FETCH V13C51B-V1DC5113
               INTO :DCLV1DT001.NUM-REF,
                    :DCLV1DT001.FEC-OPE,
                    :DCLV1DT001.HOR-OPE,
                    :DCLV1DT001.COD-OPE-BANCO,
                    :DCLV1DT001.COD-DIV-OPE,
                    :DCLV1DT001.COD-CPT-CMP-VTA,
                    :DCLV1DT001.IDF-CMP-VTA,
                    :DCLV1DT001.NUM-DOC-PERSONA,
                    :DCLV1DT001.NOM-RAZON,
                    :DCLV1DT001.IDF-RIF-BENEF,
                    :DCLV1DT001.NOM-BENEF,
                    :DCLV1DT001.COD-PAIS-DEST,
                    :DCLV1DT001.IMP-OPE,
                    :DCLV1DT001.TAS-CAMBIO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5300-ESCRIBIR-OPERACION
                      THRU 5300-ESCRIBIR-OPERACION-EXIT

               WHEN DB2-NOTFND
                   SET FIN-OPERACION       TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * LEER-OPERACION-ARCHIVO
      ******************************************************************
       LEER-OPERACION-ARCHIVO.
      *
           EXEC SQL
               FETCH V13C51B-V1DC5114
               INTO :DCLV1DT001.NUM-REF,
                    :DCLV1DT001.FEC-OPE,
                    :DCLV1DT001.HOR-OPE,
                    :DCLV1DT001.COD-OPE-BANCO,
                    :DCLV1DT001.COD-DIV-OPE,
                    :DCLV1DT001.COD-CPT-CMP-VTA,
                    :DCLV1DT001.IDF-CMP-VTA,
                    :DCLV1DT001.NUM-DOC-PERSONA,
                    :DCLV1DT001.NOM-RAZON,
                    :DCLV1DT001.IDF-RIF-BENEF,
                    :DCLV1DT001.NOM-BENEF,
                    :DCLV1DT001.COD-PAIS-DEST,
                    :DCLV1DT001.IMP-OPE,
                    :DCLV1DT001.TAS-CAMBIO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5300-ESCRIBIR-OPERACION
                      THRU 5300-ESCRIBIR-OPERACION-EXIT

               WHEN DB2-NOTFND
                   SET FIN-OPERACION       TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                 5300-ESCRIBIR-OPERACION                        *
      ******************************************************************
       5300-ESCRIBIR-OPERACION.
      *
           ADD 1                           TO CN-OPE-PERSONA
                                              CN-OPERACIONES
      *
           IF  OPE-DEL-ARCHIVO
               MOVE 'ARCHIVO'              TO WS-ORIGEN
           ELSE
               MOVE 'EN LINEA'             TO WS-ORIGEN
           END-IF
      *
           IF  NUM-DOC-PERSONA OF DCLV1DT001 EQUAL NUM-DOC-REQUERIDO
               MOVE 'TITULAR'              TO WS-ROL
           ELSE
               MOVE 'BENEFICIARIO'         TO WS-ROL
           END-IF
      *
           MOVE SPACES                     TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
      *
           MOVE 'OPERACION'                TO LN-DAT-ETIQUETA
           MOVE NUM-REF OF DCLV1DT001      TO WS-NUM-ED
           MOVE SPACES                     TO LN-DAT-VALOR
           STRING WS-NUM-ED
                  '  '
                  FEC-OPE OF DCLV1DT001
                  ' '
                  HOR-OPE
                  '  '
                  WS-ORIGEN
                  '  COMO '
                  WS-ROL
                  DELIMITED BY SIZE
                  INTO LN-DAT-VALOR
           END-STRING
           PERFORM ESCRIBIR-DATO
      *
           MOVE 'OFICINA'                  TO LN-DAT-ETIQUETA
           MOVE COD-OPE-BANCO OF DCLV1DT001
                                           TO LN-DAT-VALOR
           PERFORM ESCRIBIR-DATO
      *
           MOVE 'DIVISA / CONCEPTO'        TO LN-DAT-ETIQUETA
           MOVE SPACES                     TO LN-DAT-VALOR
           STRING COD-DIV-OPE OF DCLV1DT001
                  ' / '
                  COD-CPT-CMP-VTA OF DCLV1DT001
                  ' / '
                  IDF-CMP-VTA OF DCLV1DT001
                  DELIMITED BY SIZE
                  INTO LN-DAT-VALOR
           END-STRING
           PERFORM ESCRIBIR-DATO
      *
           MOVE 'MONTO'                    TO LN-DAT-ETIQUETA
           MOVE IMP-OPE OF DCLV1DT001      TO WS-IMP-ED
           MOVE WS-IMP-ED                  TO LN-DAT-VALOR
           PERFORM ESCRIBIR-DATO
      *
           MOVE 'TASA DE CAMBIO'           TO LN-DAT-ETIQUETA
           MOVE TAS-CAMBIO OF DCLV1DT001   TO WS-TAS-ED
           MOVE WS-TAS-ED                  TO LN-DAT-VALOR
           PERFORM ESCRIBIR-DATO
      *
           MOVE 'CLIENTE'                  TO LN-DAT-ETIQUETA
           MOVE SPACES                     TO LN-DAT-VALOR
           STRING NUM-DOC-PERSONA OF DCLV1DT001
                  '  '
                  NOM-RAZON OF DCLV1DT001
                  DELIMITED BY SIZE
                  INTO LN-DAT-VALOR
           END-STRING
           PERFORM ESCRIBIR-DATO
      *
           MOVE 'BENEFICIARIO'             TO LN-DAT-ETIQUETA
           MOVE SPACES                     TO LN-DAT-VALOR
           STRING IDF-RIF-BENEF OF DCLV1DT001
                  '  '
                  NOM-BENEF OF DCLV1DT001
                  DELIMITED BY SIZE
                  INTO LN-DAT-VALOR
           END-STRING
           PERFORM ESCRIBIR-DATO
      *
           MOVE 'PAIS DESTINO'             TO LN-DAT-ETIQUETA
           MOVE COD-PAIS-DEST OF DCLV1DT001
                                           TO LN-DAT-VALOR
           PERFORM ESCRIBIR-DATO
      *
           PERFORM 5400-FIRMAS-OPERACION
              THRU 5400-FIRMAS-OPERACION-EXIT
      *
           .
       5300-ESCRIBIR-OPERACION-EXIT.
           EXIT.
      ******************************************************************
      *                   5400-FIRMAS-OPERACION                        *
      *  LAS FIRMAS SE LEEN DE LA MISMA FUENTE QUE LA OPERACION        *
      ******************************************************************
       5400-FIRMAS-OPERACION.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           IF  OPE-DEL-ARCHIVO
               PERFORM 5450-FIRMAS-ARCHIVO
                  THRU 5450-FIRMAS-ARCHIVO-EXIT
           ELSE
               PERFORM 5420-FIRMAS-LINEA
                  THRU 5420-FIRMAS-LINEA-EXIT
           END-IF
      *
           .
       5400-FIRMAS-OPERACION-EXIT.
           EXIT.
      ******************************************************************
      * 5420-FIRMAS-LINEA
      ******************************************************************
       5420-FIRMAS-LINEA.
      *
           EXEC SQL
               OPEN V13C51B-V1DC5115
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-FIRMA-LINEA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C51B-V1DC5115
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5420-FIRMAS-LINEA-EXIT.
           EXIT.
      ******************************************************************
      * 5450-FIRMAS-ARCHIVO
      ******************************************************************
       5450-FIRMAS-ARCHIVO.
      *
           EXEC SQL
               OPEN V13C51B-V1DC5116
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-FIRMA-ARCHIVO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C51B-V1DC5116
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5450-FIRMAS-ARCHIVO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-FIRMA-LINEA
      ******************************************************************
       LEER-FIRMA-LINEA.
      *
           EXEC SQL
               FETCH V13C51B-V1DC5115
               INTO :DCLV1DT002.COD-USUARIO,
                    :DCLV1DT002.COD-NIV-AUTORIZ,
                    :DCLV1DT002.FEC-AUTORIZ,
                    :DCLV1DT002.HOR-AUTORIZ,
                    :DCLV1DT002.COD-USUARIO-DELEG
           END-EXEC
      *
           PERFORM TRATAR-FIRMA
      *
           .
      ******************************************************************
      * LEER-FIRMA-ARCHIVO
      ******************************************************************
       LEER-FIRMA-ARCHIVO.
      *
           EXEC SQL
               FETCH V13C51B-V1DC5116
               INTO :DCLV1DT002.COD-USUARIO,
                    :DCLV1DT002.COD-NIV-AUTORIZ,
                    :DCLV1DT002.FEC-AUTORIZ,
                    :DCLV1DT002.HOR-AUTORIZ,
                    :DCLV1DT002.COD-USUARIO-DELEG
           END-EXEC
      *
           PERFORM TRATAR-FIRMA
      *
           .
      ******************************************************************
      * TRATAR-FIRMA
      ******************************************************************
       TRATAR-FIRMA.
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE 'FIRMA'            TO LN-DAT-ETIQUETA
                   MOVE SPACES             TO LN-DAT-VALOR
                   IF  COD-USUARIO-DELEG EQUAL SPACES
                       STRING COD-USUARIO OF DCLV1DT002
                              ' NIVEL '
                              COD-NIV-AUTORIZ OF DCLV1DT002
                              ' '
                              FEC-AUTORIZ
                              ' '
                              HOR-AUTORIZ
                              DELIMITED BY SIZE
                              INTO LN-DAT-VALOR
                       END-STRING
                   ELSE
                       STRING COD-USUARIO OF DCLV1DT002
                              ' NIVEL '
                              COD-NIV-AUTORIZ OF DCLV1DT002
                              ' '
                              FEC-AUTORIZ
                              ' POR DELEGACION DE '
                              COD-USUARIO-DELEG
                              DELIMITED BY SIZE
                              INTO LN-DAT-VALOR
                       END-STRING
                   END-IF
                   PERFORM ESCRIBIR-DATO

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   5800-MARCAR-GENERADO                         *
      ******************************************************************
       5800-MARCAR-GENERADO.
      *
           EXEC SQL
               UPDATE V1DT119
                  SET EST_OFICIO  = :CT-EST-GENERADO,
                      FEC_PAQUETE = :WS-FEC-HOY
                WHERE NUM_OFICIO  = :DCLV1DT119.NUM-OFICIO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5800-MARCAR-GENERADO-EXIT.
           EXIT.
      ******************************************************************
      * ESCRIBIR-TITULO
      ******************************************************************
       ESCRIBIR-TITULO.
      *
           MOVE SPACES                     TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE LN-TITULO                  TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
      *
           .
      ******************************************************************
      * ESCRIBIR-DATO
      ******************************************************************
       ESCRIBIR-DATO.
      *
           MOVE LN-DATO                    TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
      *
           .
      ******************************************************************
      * ESCRIBIR-LINEA
      *  CONTROL DE PAGINA: CADA PAGINA LLEVA EL SELLO DEL OFICIO Y LA *
      *  FECHA/HORA DE GENERACION                                      *
      ******************************************************************
       ESCRIBIR-LINEA.
      *
           IF  WS-CONT-LINEAS GREATER OR EQUAL CT-MAX-LINEAS
               ADD 1                       TO WS-PAGINA
               MOVE NUM-OFICIO             TO LN-CAB-NUM-OFICIO
               MOVE WS-FEC-HOY             TO LN-CAB-FECHA
               MOVE WS-HOR-HOY             TO LN-CAB-HORA
               MOVE WS-PAGINA              TO LN-CAB-PAGINA
               WRITE REG-PAQUETE         FROM LN-CABECERA
               MOVE SPACES                 TO REG-PAQUETE
               WRITE REG-PAQUETE
               MOVE 2                      TO WS-CONT-LINEAS
           END-IF
      *
           WRITE REG-PAQUETE             FROM WS-LINEA
           ADD 1                           TO WS-CONT-LINEAS
      *
           .
      ******************************************************************
      *                    7000-VIGILAR-PLAZOS                         *
      *  CUENTA LOS OFICIOS NO RESPONDIDOS YA VENCIDOS Y LOS QUE       *
      *  VENCEN DENTRO DE LOS DIAS HABILES DE AVISO (V1DT007)          *
      ******************************************************************
       7000-VIGILAR-PLAZOS.
      *
           COMPUTE WS-INT-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-HOY-N)
           MOVE ZEROES                     TO WS-HABILES
      *
           PERFORM 7100-AVANZAR-HABIL
              THRU 7100-AVANZAR-HABIL-EXIT
             UNTIL WS-HABILES GREATER OR EQUAL CT-DIAS-AVISO
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-VENCIDOS
               FROM V1DT119
               WHERE EST_OFICIO <> :CT-EST-RESPONDIDO
                 AND FEC_LIMITE <  :WS-FEC-HOY
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-POR-VENCER
               FROM V1DT119
               WHERE EST_OFICIO <> :CT-EST-RESPONDIDO
                 AND FEC_LIMITE BETWEEN :WS-FEC-HOY
                                    AND :WS-FEC-AVISO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       7000-VIGILAR-PLAZOS-EXIT.
           EXIT.
      ******************************************************************
      * 7100-AVANZAR-HABIL
      ******************************************************************
       7100-AVANZAR-HABIL.
      *
           ADD 1                           TO WS-INT-FECHA
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-FECHA)
                                           TO WS-FEC-AVISO-N
      *
           COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-INT-FECHA, 7)
      *
           IF  WS-DIA-SEMANA EQUAL CT-SABADO
            OR WS-DIA-SEMANA EQUAL CT-DOMINGO
               GO TO 7100-AVANZAR-HABIL-EXIT
           END-IF
      *
           MOVE ZEROES                     TO WS-CANT-FERIADO
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-FERIADO
               FROM V1DT007
               WHERE FEC_FERIADO = :WS-FEC-AVISO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-FERIADO EQUAL ZEROES
               ADD 1                       TO WS-HABILES
           END-IF
      *
           .
       7100-AVANZAR-HABIL-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PAQUETE
      *
           DISPLAY 'V13C51B - OFICIOS LEIDOS:         '
                   CN-OFICIOS
           DISPLAY 'V13C51B - PAQUETES GENERADOS:     '
                   CN-PAQUETES
           DISPLAY 'V13C51B - OPERACIONES LISTADAS:   '
                   CN-OPERACIONES
           DISPLAY 'V13C51B - OFICIOS VENCIDOS:       '
                   WS-CANT-VENCIDOS
           DISPLAY 'V13C51B - OFICIOS POR VENCER:     '
                   WS-CANT-POR-VENCER
      *
           IF  WS-CANT-VENCIDOS GREATER ZEROES
               MOVE WS-CANT-VENCIDOS       TO WS-CANT-ED
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               MOVE 'A'                    TO W925-SEVERIDAD
               STRING 'OFICIOS DE AUTORIDADES VENCIDOS SIN RESPUESTA: '
                      WS-CANT-ED
                      DELIMITED BY SIZE
                      INTO W925-TEXTO
               END-STRING
               CALL CT-V19C025 USING V1WC925
               MOVE 04                     TO RETURN-CODE
           END-IF
      *
           IF  WS-CANT-POR-VENCER GREATER ZEROES
               MOVE WS-CANT-POR-VENCER     TO WS-CANT-ED
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               MOVE 'A'                    TO W925-SEVERIDAD
               STRING 'OFICIOS DE AUTORIDADES POR VENCER: '
                      WS-CANT-ED
                      DELIMITED BY SIZE
                      INTO W925-TEXTO
               END-STRING
               CALL CT-V19C025 USING V1WC925
               MOVE 04                     TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-OFICIOS                 TO W924-CANT-LEIDOS
           MOVE CN-PAQUETES                TO W924-CANT-GRABADOS
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
           DISPLAY 'V13C51B - ERROR DB2 SQLCODE: ' SQLCODE
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
