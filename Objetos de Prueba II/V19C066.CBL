      ******************************************************************
      *                                                                *
      *  PROGRAMA: V19C066                                             *
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
      * RUTINA COMUN DE SELLO DE INTEGRIDAD DE LOS DIAS CERRADOS.      *
      * EL SELLO DE UNA FECHA SE ARMA ASI:                             *
      *  - POR CADA OPERACION DE LA FECHA, EN ORDEN DE NUM_REF, UN     *
      *    RESUMEN SHA-256 (SERVICIO ICSF CSNBOWH) DE SUS CAMPOS       *
      *    FINANCIEROS CLAVE: REFERENCIA, FECHAS, ENTIDAD, OFICINA,    *
      *    DIVISAS, TIPO, SENTIDO, CONCEPTO, CLIENTE, CUENTA, IMPORTES *
      *    Y TASAS.  LOS CAMPOS DESCRIPTIVOS QUE CORRIGE LA ENMIENDA   *
      *    V13C65M (BENEFICIARIO, RIF, PAISES, RAZON SOCIAL) Y LOS     *
      *    QUE MARCA LA CLASIFICACION NO ENTRAN EN EL SELLO;           *
      *  - EL SELLO DEL DIA ES EL SHA-256 ENCADENADO DEL SELLO DEL     *
      *    ULTIMO DIA SELLADO ANTES DE LA FECHA, DE LOS SELLOS DE      *
      *    CADA OPERACION Y DE UN CIERRE CON FECHA, CANTIDAD E IMPORTE *
      *    DE CONTROL.                                                 *
      * LA FUNCION 'S' SELLA LA FECHA AL CERRAR EL DIA Y GRABA V1DT164 *
      * Y V1DT163.  LA FUNCION 'C' RECALCULA EL SELLO DE UNA FECHA YA  *
      * SELLADA SIN GRABAR NADA, TOMANDO LA FILA VIVA DE V1DT001 O, SI *
      * YA FUE ARCHIVADA, LA DE V1AT001, Y DEVUELVE LAS OPERACIONES    *
      * MODIFICADAS, AGREGADAS O BORRADAS DESDE EL CIERRE.             *
      * NO EMITE DISPLAY: LOS ERRORES VUELVEN EN EL RETORNO PARA QUE   *
      * EL LLAMADOR, EN LINEA O BATCH, LOS TRATE                       *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V19C066.
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
      ******************************************************************
      *                                                                *
      *                D A T A            D I V I S I O N              *
      *                                                                *
      ******************************************************************
       DATA DIVISION.
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
           05  WS-FEC-OPE                  PIC X(08)   VALUE SPACES.
           05  WS-SELLO-ANTERIOR           PIC X(64)   VALUE SPACES.
           05  WS-SELLO-GUARDADO-FILA      PIC X(64)   VALUE SPACES.
           05  WS-SELLO-HEX                PIC X(64)   VALUE SPACES.
           05  WS-CADENA-DIA               PIC X(128)  VALUE LOW-VALUES.
           05  WS-TIP-ALTERACION           PIC X(01)   VALUE SPACES.
           05  WS-IND-POS                  PIC 9(02)   VALUE ZEROES.
           05  WS-NIBBLE-ALTO              PIC 9(02)   VALUE ZEROES.
           05  WS-NIBBLE-BAJO              PIC 9(02)   VALUE ZEROES.
      *
      *    CONVERSION DE UN BYTE A SU VALOR NUMERICO (0 A 255)
      *
       01  WS-CONVERSION.
           05  WS-CONV-BIN                 PIC 9(04)   COMP
                                                       VALUE ZEROES.
           05  WS-CONV-X REDEFINES WS-CONV-BIN.
               10  WS-CONV-ALTO            PIC X(01).
               10  WS-CONV-BAJO            PIC X(01).
      *
      *    IMAGEN DE LOS CAMPOS SELLADOS DE UNA OPERACION (128 BYTES)
      *
       01  WS-IMAGEN-FILA.
           05  IMG-NUM-REF                 PIC 9(10).
           05  IMG-FEC-OPE                 PIC X(08).
           05  IMG-FEC-VALOR               PIC X(08).
           05  IMG-COD-ENT-BANCO           PIC X(04).
           05  IMG-COD-OPE-BANCO           PIC X(04).
           05  IMG-COD-DIV-OPE             PIC X(03).
           05  IMG-TIP-OPE                 PIC X(01).
           05  IMG-IDF-CMP-VTA             PIC X(01).
           05  IMG-COD-CPT-CMP-VTA         PIC X(03).
           05  IMG-NUM-DOC-PERSONA         PIC X(15).
           05  IMG-CTA-PASIVO-CL           PIC X(20).
           05  IMG-IMP-OPE                 PIC S9(13)V9(02) COMP-3.
           05  IMG-TAS-CAMBIO              PIC S9(07)V9(04) COMP-3.
           05  IMG-TAS-BOLIVAR             PIC S9(07)V9(04) COMP-3.
           05  IMG-TAS-DOLAR               PIC S9(07)V9(04) COMP-3.
           05  IMG-TIP-PAGO                PIC X(01).
           05  IMG-CLA-CONTRAPARTE         PIC X(01).
           05  IMG-COD-DIV-CONTRA          PIC X(03).
           05  IMG-IMP-CONTRA              PIC S9(13)V9(02) COMP-3.
           05  IMG-TAS-CRUZADA             PIC S9(05)V9(06) COMP-3.
           05  FILLER                      PIC X(06)   VALUE SPACES.
      *
      *    BLOQUE DE CIERRE DEL SELLO DEL DIA (64 BYTES)
      *
       01  WS-CIERRE-DIA.
           05  CIE-FEC-OPE                 PIC X(08).
           05  CIE-CANT-OPERACIONES        PIC 9(09).
           05  CIE-IMP-CONTROL             PIC S9(15)V9(02)
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(29)   VALUE SPACES.
      *
      *    PARAMETROS DEL SERVICIO ICSF CSNBOWH (RESUMEN DE UNA VIA)
      *
       01  WS-ICSF.
           05  ICSF-RETORNO                PIC S9(08)  COMP
                                                       VALUE ZEROES.
           05  ICSF-MOTIVO                 PIC S9(08)  COMP
                                                       VALUE ZEROES.
           05  ICSF-LONG-SALIDA            PIC S9(08)  COMP
                                                       VALUE ZEROES.
           05  ICSF-DATOS-SALIDA           PIC X(04)   VALUE SPACES.
           05  ICSF-CANT-REGLAS            PIC S9(08)  COMP
                                                       VALUE 2.
           05  ICSF-REGLAS.
               10  ICSF-REGLA-ALGORITMO    PIC X(08)   VALUE 'SHA-256 '.
               10  ICSF-REGLA-TRAMO        PIC X(08)   VALUE SPACES.
           05  ICSF-LONG-TEXTO             PIC S9(08)  COMP
                                                       VALUE ZEROES.
           05  ICSF-TEXTO                  PIC X(128)  VALUE SPACES.
           05  ICSF-LONG-CADENA            PIC S9(08)  COMP
                                                       VALUE 128.
           05  ICSF-CADENA                 PIC X(128)  VALUE LOW-VALUES.
           05  ICSF-LONG-RESUMEN           PIC S9(08)  COMP
                                                       VALUE 32.
           05  ICSF-RESUMEN                PIC X(32)   VALUE LOW-VALUES.
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
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V19C066'.
           05  CT-CSNBOWH                  PIC X(08)   VALUE 'CSNBOWH'.
           05  CT-TRAMO-PRIMERO            PIC X(08)   VALUE 'FIRST   '.
           05  CT-TRAMO-MEDIO              PIC X(08)   VALUE 'MIDDLE  '.
           05  CT-TRAMO-ULTIMO             PIC X(08)   VALUE 'LAST    '.
           05  CT-TRAMO-UNICO              PIC X(08)   VALUE 'ONLY    '.
           05  CT-HEXADECIMAL              PIC X(16)
               VALUE '0123456789ABCDEF'.
           05  CT-SELLO-INICIAL            PIC X(64)   VALUE ALL '0'.
           05  CT-UBICACION-VIVA           PIC X(01)   VALUE 'V'.
           05  CT-ALT-MODIFICADA           PIC X(01)   VALUE 'M'.
           05  CT-ALT-SIN-SELLO            PIC X(01)   VALUE 'N'.
           05  CT-ALT-BORRADA              PIC X(01)   VALUE 'B'.
           05  CT-MAX-ALTERADAS            PIC 9(02)   VALUE 50.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT001
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT163
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT164
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    OPERACIONES DE LA FECHA: LA FILA VIVA, O LA ARCHIVADA SI YA
      *    NO ESTA EN V1DT001, CON EL SELLO QUE SE LE GRABO AL CIERRE
      *
           EXEC SQL
               DECLARE V19C066-V1DC6601
               CURSOR FOR
               SELECT U.NUM_REF,
                      U.FEC_OPE,
                      U.FEC_VALOR,
                      U.COD_ENT_BANCO,
                      U.COD_OPE_BANCO,
                      U.COD_DIV_OPE,
                      U.TIP_OPE,
                      U.IDF_CMP_VTA,
                      U.COD_CPT_CMP_VTA,
                      U.NUM_DOC_PERSONA,
                      U.CTA_PASIVO_CL,
                      U.IMP_OPE,
                      U.TAS_CAMBIO,
                      U.TAS_BOLIVAR,
                      U.TAS_DOLAR,
                      U.TIP_PAGO,
                      U.CLA_CONTRAPARTE,
                      U.COD_DIV_CONTRA,
                      U.IMP_CONTRA,
                      U.TAS_CRUZADA,
                      VALUE(S.SELLO_FILA, ' ')
               FROM (SELECT NUM_REF, FEC_OPE, FEC_VALOR,
                            COD_ENT_BANCO, COD_OPE_BANCO,
                            COD_DIV_OPE, TIP_OPE, IDF_CMP_VTA,
                            COD_CPT_CMP_VTA, NUM_DOC_PERSONA,
                            CTA_PASIVO_CL, IMP_OPE, TAS_CAMBIO,
                            TAS_BOLIVAR, TAS_DOLAR, TIP_PAGO,
                            CLA_CONTRAPARTE, COD_DIV_CONTRA,
                            IMP_CONTRA, TAS_CRUZADA
                     FROM V1DT001
                     WHERE FEC_OPE = :WS-FEC-OPE
                     UNION ALL
                     SELECT A.NUM_REF, A.FEC_OPE, A.FEC_VALOR,
                            A.COD_ENT_BANCO, A.COD_OPE_BANCO,
                            A.COD_DIV_OPE, A.TIP_OPE, A.IDF_CMP_VTA,
                            A.COD_CPT_CMP_VTA, A.NUM_DOC_PERSONA,
                            A.CTA_PASIVO_CL, A.IMP_OPE, A.TAS_CAMBIO,
                            A.TAS_BOLIVAR, A.TAS_DOLAR, A.TIP_PAGO,
                            A.CLA_CONTRAPARTE, A.COD_DIV_CONTRA,
                            A.IMP_CONTRA, A.TAS_CRUZADA
                     FROM V1AT001 A
                     WHERE A.FEC_OPE = :WS-FEC-OPE
                       AND NOT EXISTS
                           (SELECT 1
                            FROM V1DT001 L
                            WHERE L.NUM_REF = A.NUM_REF)) U
               LEFT OUTER JOIN V1DT164 S
                 ON  S.FEC_OPE = :WS-FEC-OPE
                 AND S.NUM_REF = U.NUM_REF
               ORDER BY U.NUM_REF
           END-EXEC
      *
      *    OPERACIONES SELLADAS QUE YA NO EXISTEN EN LA FECHA, NI VIVAS
      *    NI ARCHIVADAS (BORRADAS O CAMBIADAS DE FECHA)
      *
           EXEC SQL
               DECLARE V19C066-V1DC6602
               CURSOR FOR
               SELECT S.NUM_REF
               FROM V1DT164 S
               WHERE S.FEC_OPE = :WS-FEC-OPE
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT001 L
                      WHERE L.NUM_REF = S.NUM_REF
                        AND L.FEC_OPE = :WS-FEC-OPE)
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1AT001 A
                      WHERE A.NUM_REF = S.NUM_REF
                        AND A.FEC_OPE = :WS-FEC-OPE)
               ORDER BY S.NUM_REF
           END-EXEC
      ******************************************************************
      *                                                                *
      *                L I N K A G E     S E C T I O N                 *
      *                                                                *
      ******************************************************************
       LINKAGE SECTION.
      *
           COPY V1WC966.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1WC966.
      *
       MAINLINE.
      *
           SET W966-88-CONFORME            TO TRUE
           MOVE ZEROES                     TO W966-SQLCODE
                                              W966-ICSF-RETORNO
                                              W966-ICSF-MOTIVO
                                              W966-CANT-OPERACIONES
                                              W966-IMP-CONTROL
                                              W966-CANT-ALTERADAS
           MOVE SPACES                     TO W966-TABLA
                                              W966-SELLO-CALCULADO
                                              W966-SELLO-GUARDADO
                                              W966-SELLO-ANTERIOR
           MOVE W966-FEC-OPE               TO WS-FEC-OPE
      *
           EVALUATE TRUE
               WHEN W966-88-SELLAR
                   PERFORM 2000-SELLAR-FECHA
                      THRU 2000-SELLAR-FECHA-EXIT

               WHEN W966-88-COMPROBAR
                   PERFORM 3000-COMPROBAR-FECHA
                      THRU 3000-COMPROBAR-FECHA-EXIT
           END-EVALUATE
      *
           GOBACK
           .
      ******************************************************************
      *                     2000-SELLAR-FECHA                          *
      *  LA FECHA NO PUEDE ESTAR YA SELLADA NI SER ANTERIOR AL ULTIMO  *
      *  DIA SELLADO (LA CADENA VA SIEMPRE HACIA ADELANTE).  SE BORRAN *
      *  LOS SELLOS DE FILA QUE HUBIERA DEJADO UN CIERRE FALLIDO       *
      ******************************************************************
       2000-SELLAR-FECHA.
      *
           MOVE 'V1DT163'                  TO W966-TABLA
      *
           EXEC SQL
               SELECT VALUE(MAX(FEC_OPE), ' ')
               INTO  :FEC-OPE-SELLO
               FROM V1DT163
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9000-ERROR-DB2
                  THRU 9000-ERROR-DB2-EXIT
               GO TO 2000-SELLAR-FECHA-EXIT
           END-IF
      *
           IF  FEC-OPE-SELLO EQUAL WS-FEC-OPE
               SET W966-88-YA-SELLADO      TO TRUE
               GO TO 2000-SELLAR-FECHA-EXIT
           END-IF
      *
           IF  FEC-OPE-SELLO NOT EQUAL SPACES
           AND FEC-OPE-SELLO GREATER WS-FEC-OPE
               SET W966-88-FUERA-DE-ORDEN  TO TRUE
               GO TO 2000-SELLAR-FECHA-EXIT
           END-IF
      *
           IF  FEC-OPE-SELLO EQUAL SPACES
               MOVE CT-SELLO-INICIAL       TO WS-SELLO-ANTERIOR
           ELSE
               EXEC SQL
                   SELECT SELLO_DIA
                   INTO  :SELLO-DIA
                   FROM V1DT163
                   WHERE FEC_OPE = :FEC-OPE-SELLO
               END-EXEC
               IF  SQLCODE NOT EQUAL ZEROES
                   PERFORM 9000-ERROR-DB2
                      THRU 9000-ERROR-DB2-EXIT
                   GO TO 2000-SELLAR-FECHA-EXIT
               END-IF
               MOVE SELLO-DIA              TO WS-SELLO-ANTERIOR
           END-IF
      *
           MOVE 'V1DT164'                  TO W966-TABLA
      *
           EXEC SQL
               DELETE FROM V1DT164
               WHERE FEC_OPE = :WS-FEC-OPE
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
           AND SQLCODE NOT EQUAL +100
               PERFORM 9000-ERROR-DB2
                  THRU 9000-ERROR-DB2-EXIT
               GO TO 2000-SELLAR-FECHA-EXIT
           END-IF
      *
           PERFORM 4000-RECORRER-OPERACIONES
              THRU 4000-RECORRER-OPERACIONES-EXIT
      *
           IF  NOT W966-88-CONFORME
               GO TO 2000-SELLAR-FECHA-EXIT
           END-IF
      *
           PERFORM 2100-GRABAR-SELLO-DIA
              THRU 2100-GRABAR-SELLO-DIA-EXIT
      *
           .
       2000-SELLAR-FECHA-EXIT.
           EXIT.
      ******************************************************************
      *                   2100-GRABAR-SELLO-DIA                        *
      ******************************************************************
       2100-GRABAR-SELLO-DIA.
      *
           MOVE 'V1DT163'                  TO W966-TABLA
      *
           INITIALIZE DCLV1DT163
           MOVE WS-FEC-OPE                 TO FEC-OPE-SELLO
           MOVE W966-CANT-OPERACIONES      TO CANT-OPER-SELLO
           MOVE W966-IMP-CONTROL           TO IMP-CONTROL-SELLO
           MOVE W966-SELLO-CALCULADO       TO SELLO-DIA
           MOVE WS-SELLO-ANTERIOR          TO SELLO-ANTERIOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO FEC-SELLO
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-SELLO
           MOVE W966-USUARIO               TO COD-USUARIO-SELLO
           MOVE CT-UBICACION-VIVA          TO IND-UBICACION
           MOVE SPACES                     TO FEC-ARCHIVO-SELLO
                                              EST-VERIFICACION
                                              FEC-VERIFICACION
      *
           EXEC SQL
               INSERT INTO V1DT163
                   (FEC_OPE,
                    CANT_OPERACIONES,
                    IMP_CONTROL,
                    SELLO_DIA,
                    SELLO_ANTERIOR,
                    FEC_SELLO,
                    HOR_SELLO,
                    COD_USUARIO,
                    IND_UBICACION,
                    FEC_ARCHIVO,
                    EST_VERIFICACION,
                    FEC_VERIFICACION)
               VALUES
                   (:FEC-OPE-SELLO,
                    :CANT-OPER-SELLO,
                    :IMP-CONTROL-SELLO,
                    :SELLO-DIA,
                    :SELLO-ANTERIOR,
                    :FEC-SELLO,
                    :HOR-SELLO,
                    :COD-USUARIO-SELLO,
                    :IND-UBICACION,
                    :FEC-ARCHIVO-SELLO,
                    :EST-VERIFICACION,
                    :FEC-VERIFICACION)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9000-ERROR-DB2
                  THRU 9000-ERROR-DB2-EXIT
           END-IF
      *
           MOVE WS-SELLO-ANTERIOR          TO W966-SELLO-ANTERIOR
           MOVE W966-SELLO-CALCULADO       TO W966-SELLO-GUARDADO
      *
           .
       2100-GRABAR-SELLO-DIA-EXIT.
           EXIT.
      ******************************************************************
      *                    3000-COMPROBAR-FECHA                        *
      *  SE RECALCULA CON EL SELLO ANTERIOR GUARDADO EN LA PROPIA FILA *
      *  DEL DIA; EL ENLACE CON EL DIA PREVIO LO COMPRUEBA EL LLAMADOR *
      ******************************************************************
       3000-COMPROBAR-FECHA.
      *
           MOVE 'V1DT163'                  TO W966-TABLA
      *
           EXEC SQL
               SELECT SELLO_DIA,
                      SELLO_ANTERIOR
               INTO  :SELLO-DIA,
                     :SELLO-ANTERIOR
               FROM V1DT163
               WHERE FEC_OPE = :WS-FEC-OPE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   SET W966-88-SIN-SELLO   TO TRUE
                   GO TO 3000-COMPROBAR-FECHA-EXIT

               WHEN OTHER
                   PERFORM 9000-ERROR-DB2
                      THRU 9000-ERROR-DB2-EXIT
                   GO TO 3000-COMPROBAR-FECHA-EXIT
           END-EVALUATE
      *
           MOVE SELLO-DIA                  TO W966-SELLO-GUARDADO
           MOVE SELLO-ANTERIOR             TO W966-SELLO-ANTERIOR
                                              WS-SELLO-ANTERIOR
      *
           PERFORM 4000-RECORRER-OPERACIONES
              THRU 4000-RECORRER-OPERACIONES-EXIT
      *
           IF  NOT W966-88-CONFORME
               GO TO 3000-COMPROBAR-FECHA-EXIT
           END-IF
      *
           PERFORM 3100-BUSCAR-BORRADAS
              THRU 3100-BUSCAR-BORRADAS-EXIT
      *
           IF  NOT W966-88-CONFORME
               GO TO 3000-COMPROBAR-FECHA-EXIT
           END-IF
      *
           IF  W966-SELLO-CALCULADO NOT EQUAL W966-SELLO-GUARDADO
            OR W966-CANT-ALTERADAS GREATER ZEROES
               SET W966-88-ALTERADO        TO TRUE
           END-IF
      *
           .
       3000-COMPROBAR-FECHA-EXIT.
           EXIT.
      ******************************************************************
      *                    3100-BUSCAR-BORRADAS                        *
      ******************************************************************
       3100-BUSCAR-BORRADAS.
      *
           MOVE 'V1DT164'                  TO W966-TABLA
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V19C066-V1DC6602
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9000-ERROR-DB2
                  THRU 9000-ERROR-DB2-EXIT
               GO TO 3100-BUSCAR-BORRADAS-EXIT
           END-IF
      *
           PERFORM LEER-BORRADA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V19C066-V1DC6602
           END-EXEC
      *
           .
       3100-BUSCAR-BORRADAS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-BORRADA
      ******************************************************************
       LEER-BORRADA.
      *
           EXEC SQL
               FETCH V19C066-V1DC6602
               INTO :NUM-REF-FILA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE NUM-REF-FILA       TO NUM-REF
                   MOVE CT-ALT-BORRADA     TO WS-TIP-ALTERACION
                   PERFORM 4300-ANOTAR-ALTERADA
                      THRU 4300-ANOTAR-ALTERADA-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   SET FIN-CURSOR          TO TRUE
                   PERFORM 9000-ERROR-DB2
                      THRU 9000-ERROR-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                 4000-RECORRER-OPERACIONES                      *
      *  ABRE LA CADENA CON EL SELLO ANTERIOR, PASA EL SELLO DE CADA   *
      *  OPERACION Y LA CIERRA CON FECHA, CANTIDAD E IMPORTE DE        *
      *  CONTROL.  EN EL SELLADO GRABA CADA SELLO DE FILA; EN LA       *
      *  COMPROBACION LO COMPARA CON EL GRABADO AL CIERRE              *
      ******************************************************************
       4000-RECORRER-OPERACIONES.
      *
           MOVE LOW-VALUES                 TO ICSF-CADENA
           MOVE CT-TRAMO-PRIMERO           TO ICSF-REGLA-TRAMO
           MOVE WS-SELLO-ANTERIOR          TO ICSF-TEXTO
           MOVE 64                         TO ICSF-LONG-TEXTO
      *
           PERFORM 8000-RESUMIR
              THRU 8000-RESUMIR-EXIT
      *
           IF  NOT W966-88-CONFORME
               GO TO 4000-RECORRER-OPERACIONES-EXIT
           END-IF
      *
           MOVE 'V1DT001'                  TO W966-TABLA
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V19C066-V1DC6601
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9000-ERROR-DB2
                  THRU 9000-ERROR-DB2-EXIT
               GO TO 4000-RECORRER-OPERACIONES-EXIT
           END-IF
      *
           PERFORM LEER-OPERACION
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V19C066-V1DC6601
           END-EXEC
      *
           IF  NOT W966-88-CONFORME
               GO TO 4000-RECORRER-OPERACIONES-EXIT
           END-IF
      *
           MOVE WS-FEC-OPE                 TO CIE-FEC-OPE
           MOVE W966-CANT-OPERACIONES      TO CIE-CANT-OPERACIONES
           MOVE W966-IMP-CONTROL           TO CIE-IMP-CONTROL
      *
           MOVE CT-TRAMO-ULTIMO            TO ICSF-REGLA-TRAMO
           MOVE WS-CIERRE-DIA              TO ICSF-TEXTO
           MOVE 64                         TO ICSF-LONG-TEXTO
      *
           PERFORM 8000-RESUMIR
              THRU 8000-RESUMIR-EXIT
      *
           IF  W966-88-CONFORME
               PERFORM 8100-CONVERTIR-HEX
                  THRU 8100-CONVERTIR-HEX-EXIT
               MOVE WS-SELLO-HEX           TO W966-SELLO-CALCULADO
           END-IF
      *
           .
       4000-RECORRER-OPERACIONES-EXIT.
           EXIT.
      ******************************************************************
      * LEER-OPERACION
      ******************************************************************
       LEER-OPERACION.
      *
           EXEC SQL
               FETCH V19C066-V1DC6601
               INTO :NUM-REF,
                    :FEC-OPE,
                    :FEC-VALOR,
                    :COD-ENT-BANCO,
                    :COD-OPE-BANCO,
                    :COD-DIV-OPE,
                    :TIP-OPE,
                    :IDF-CMP-VTA,
                    :COD-CPT-CMP-VTA,
                    :NUM-DOC-PERSONA,
                    :CTA-PASIVO-CL,
                    :IMP-OPE,
                    :TAS-CAMBIO,
                    :TAS-BOLIVAR,
                    :TAS-DOLAR,
                    :TIP-PAGO,
                    :CLA-CONTRAPARTE,
                    :COD-DIV-CONTRA,
                    :IMP-CONTRA,
                    :TAS-CRUZADA,
                    :WS-SELLO-GUARDADO-FILA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 4100-SELLAR-OPERACION
                      THRU 4100-SELLAR-OPERACION-EXIT
                   IF  NOT W966-88-CONFORME
                       SET FIN-CURSOR      TO TRUE
                   END-IF

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   SET FIN-CURSOR          TO TRUE
                   PERFORM 9000-ERROR-DB2
                      THRU 9000-ERROR-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  4100-SELLAR-OPERACION                         *
      ******************************************************************
       4100-SELLAR-OPERACION.
      *
           MOVE NUM-REF                    TO IMG-NUM-REF
           MOVE FEC-OPE                    TO IMG-FEC-OPE
           MOVE FEC-VALOR                  TO IMG-FEC-VALOR
           MOVE COD-ENT-BANCO              TO IMG-COD-ENT-BANCO
           MOVE COD-OPE-BANCO              TO IMG-COD-OPE-BANCO
           MOVE COD-DIV-OPE                TO IMG-COD-DIV-OPE
           MOVE TIP-OPE                    TO IMG-TIP-OPE
           MOVE IDF-CMP-VTA                TO IMG-IDF-CMP-VTA
           MOVE COD-CPT-CMP-VTA            TO IMG-COD-CPT-CMP-VTA
           MOVE NUM-DOC-PERSONA            TO IMG-NUM-DOC-PERSONA
           MOVE CTA-PASIVO-CL              TO IMG-CTA-PASIVO-CL
           MOVE IMP-OPE                    TO IMG-IMP-OPE
           MOVE TAS-CAMBIO                 TO IMG-TAS-CAMBIO
           MOVE TAS-BOLIVAR                TO IMG-TAS-BOLIVAR
           MOVE TAS-DOLAR                  TO IMG-TAS-DOLAR
           MOVE TIP-PAGO                   TO IMG-TIP-PAGO
           MOVE CLA-CONTRAPARTE            TO IMG-CLA-CONTRAPARTE
           MOVE COD-DIV-CONTRA             TO IMG-COD-DIV-CONTRA
           MOVE IMP-CONTRA                 TO IMG-IMP-CONTRA
           MOVE TAS-CRUZADA                TO IMG-TAS-CRUZADA
      *
      *    SELLO DE LA FILA: RESUMEN UNICO DE SU IMAGEN, CON SU PROPIA
      *    CADENA PARA NO PISAR LA DEL DIA
      *
           MOVE ICSF-CADENA                TO WS-CADENA-DIA
           MOVE LOW-VALUES                 TO ICSF-CADENA
           MOVE CT-TRAMO-UNICO             TO ICSF-REGLA-TRAMO
           MOVE WS-IMAGEN-FILA             TO ICSF-TEXTO
           MOVE 128                        TO ICSF-LONG-TEXTO
      *
           PERFORM 8000-RESUMIR
              THRU 8000-RESUMIR-EXIT
      *
           MOVE WS-CADENA-DIA              TO ICSF-CADENA
      *
           IF  NOT W966-88-CONFORME
               GO TO 4100-SELLAR-OPERACION-EXIT
           END-IF
      *
           PERFORM 8100-CONVERTIR-HEX
              THRU 8100-CONVERTIR-HEX-EXIT
      *
           ADD 1                           TO W966-CANT-OPERACIONES
           ADD IMP-OPE                     TO W966-IMP-CONTROL
      *
           IF  W966-88-SELLAR
               PERFORM 4200-GRABAR-SELLO-FILA
                  THRU 4200-GRABAR-SELLO-FILA-EXIT
           ELSE
               EVALUATE TRUE
                   WHEN WS-SELLO-GUARDADO-FILA EQUAL SPACES
                       MOVE CT-ALT-SIN-SELLO
                                           TO WS-TIP-ALTERACION
                       PERFORM 4300-ANOTAR-ALTERADA
                          THRU 4300-ANOTAR-ALTERADA-EXIT
                   WHEN WS-SELLO-GUARDADO-FILA NOT EQUAL WS-SELLO-HEX
                       MOVE CT-ALT-MODIFICADA
                                           TO WS-TIP-ALTERACION
                       PERFORM 4300-ANOTAR-ALTERADA
                          THRU 4300-ANOTAR-ALTERADA-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
      *
      *    EL SELLO DE LA FILA ENTRA A LA CADENA DEL DIA
      *
           MOVE CT-TRAMO-MEDIO             TO ICSF-REGLA-TRAMO
           MOVE WS-SELLO-HEX               TO ICSF-TEXTO
           MOVE 64                         TO ICSF-LONG-TEXTO
      *
           PERFORM 8000-RESUMIR
              THRU 8000-RESUMIR-EXIT
      *
           .
       4100-SELLAR-OPERACION-EXIT.
           EXIT.
      ******************************************************************
      *                  4200-GRABAR-SELLO-FILA                        *
      ******************************************************************
       4200-GRABAR-SELLO-FILA.
      *
           MOVE 'V1DT164'                  TO W966-TABLA
      *
           MOVE WS-FEC-OPE                 TO FEC-OPE-FILA
           MOVE NUM-REF                    TO NUM-REF-FILA
           MOVE WS-SELLO-HEX               TO SELLO-FILA
      *
           EXEC SQL
               INSERT INTO V1DT164
                   (FEC_OPE,
                    NUM_REF,
                    SELLO_FILA)
               VALUES
                   (:FEC-OPE-FILA,
                    :NUM-REF-FILA,
                    :SELLO-FILA)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9000-ERROR-DB2
                  THRU 9000-ERROR-DB2-EXIT
           END-IF
      *
           .
       4200-GRABAR-SELLO-FILA-EXIT.
           EXIT.
      ******************************************************************
      *                  4300-ANOTAR-ALTERADA                          *
      *  SE DEVUELVEN LAS PRIMERAS 50; EL TOTAL SIGUE CONTANDO         *
      ******************************************************************
       4300-ANOTAR-ALTERADA.
      *
           ADD 1                           TO W966-CANT-ALTERADAS
      *
           IF  W966-CANT-ALTERADAS NOT GREATER CT-MAX-ALTERADAS
               MOVE NUM-REF
                 TO W966-NUM-REF-ALT(W966-CANT-ALTERADAS)
               MOVE WS-TIP-ALTERACION
                 TO W966-TIP-ALTERACION(W966-CANT-ALTERADAS)
           END-IF
      *
           .
       4300-ANOTAR-ALTERADA-EXIT.
           EXIT.
      ******************************************************************
      *                       8000-RESUMIR                             *
      *  LLAMA AL SERVICIO DE RESUMEN DE UNA VIA DE ICSF CON EL TRAMO  *
      *  INDICADO.  LOS TRAMOS PRIMERO Y MEDIO VAN SIEMPRE EN BLOQUES  *
      *  DE 64 BYTES, COMO EXIGE SHA-256 AL ENCADENAR                  *
      ******************************************************************
       8000-RESUMIR.
      *
           MOVE ZEROES                     TO ICSF-RETORNO
                                              ICSF-MOTIVO
      *
           CALL CT-CSNBOWH USING ICSF-RETORNO
                                 ICSF-MOTIVO
                                 ICSF-LONG-SALIDA
                                 ICSF-DATOS-SALIDA
                                 ICSF-CANT-REGLAS
                                 ICSF-REGLAS
                                 ICSF-LONG-TEXTO
                                 ICSF-TEXTO
                                 ICSF-LONG-CADENA
                                 ICSF-CADENA
                                 ICSF-LONG-RESUMEN
                                 ICSF-RESUMEN
      *
           IF  ICSF-RETORNO GREATER 4
               MOVE ICSF-RETORNO           TO W966-ICSF-RETORNO
               MOVE ICSF-MOTIVO            TO W966-ICSF-MOTIVO
               SET W966-88-ERROR-CRIPTO    TO TRUE
           END-IF
      *
           .
       8000-RESUMIR-EXIT.
           EXIT.
      ******************************************************************
      *                    8100-CONVERTIR-HEX                          *
      *  PASA LOS 32 BYTES DEL RESUMEN A 64 CARACTERES HEXADECIMALES   *
      ******************************************************************
       8100-CONVERTIR-HEX.
      *
           MOVE SPACES                     TO WS-SELLO-HEX
      *
           PERFORM 8110-CONVERTIR-BYTE
              THRU 8110-CONVERTIR-BYTE-EXIT
             VARYING WS-IND-POS FROM 1 BY 1
             UNTIL WS-IND-POS GREATER 32
      *
           .
       8100-CONVERTIR-HEX-EXIT.
           EXIT.
      ******************************************************************
      * 8110-CONVERTIR-BYTE
      ******************************************************************
       8110-CONVERTIR-BYTE.
      *
           MOVE LOW-VALUES                 TO WS-CONV-ALTO
           MOVE ICSF-RESUMEN(WS-IND-POS:1) TO WS-CONV-BAJO
      *
           DIVIDE WS-CONV-BIN BY 16
               GIVING WS-NIBBLE-ALTO
               REMAINDER WS-NIBBLE-BAJO
      *
           MOVE CT-HEXADECIMAL(WS-NIBBLE-ALTO + 1:1)
             TO WS-SELLO-HEX(WS-IND-POS * 2 - 1:1)
           MOVE CT-HEXADECIMAL(WS-NIBBLE-BAJO + 1:1)
             TO WS-SELLO-HEX(WS-IND-POS * 2:1)
      *
           .
       8110-CONVERTIR-BYTE-EXIT.
           EXIT.
      ******************************************************************
      *                      9000-ERROR-DB2                            *
      *  DEVUELVE EL ERROR AL LLAMADOR, QUE DECIDE ABORTAR             *
      ******************************************************************
       9000-ERROR-DB2.
      *
           MOVE SQLCODE                    TO W966-SQLCODE
           SET W966-88-ERROR               TO TRUE
      *
           .
       9000-ERROR-DB2-EXIT.
           EXIT.
