      ******************************************************************
      *                                                                *
      *  PROGRAMA: V19C067                                             *
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
      * RUTINA COMUN DE VERIFICACION DE TITULARIDAD DE LA CUENTA       *
      * PASIVO DEL CLIENTE CONTRA EL SISTEMA DE DEPOSITOS (RUTINA      *
      * DP9C1010).  LA LLAMAN LA CAPTURA V12C43M Y LA PREVALIDACION    *
      * V13C21V EN LINEA Y LA VERIFICACION NOCTURNA V13C86B.  EL       *
      * DOCUMENTO V1 (LETRA + 14 POSICIONES) SE TRADUCE AL FORMATO     *
      * DEL SISTEMA CENTRAL IGUAL QUE EN LA CONSULTA DE PERSONAS       *
      * (LETRA, '000' + LOS OCHO DIGITOS FINALES, SECUENCIA '01').     *
      * RETORNA '00' TITULAR O COTITULAR (O CUENTA EN BLANCO, QUE NO   *
      * SE VERIFICA), '01' CUENTA DE UN TERCERO, '02' CUENTA           *
      * INEXISTENTE, CANCELADA O BLOQUEADA Y '99' SISTEMA DE           *
      * DEPOSITOS NO DISPONIBLE.  LOS '01' Y '02' SE ANOTAN EN         *
      * V1DT168 PARA EL REPORTE DIARIO DE USO DE CUENTAS DE            *
      * TERCEROS.  LOS ERRORES DB2 DE LA RUTINA NO TUMBAN AL LLAMADOR  *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V19C067.
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
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V19C067'.
           05  CT-DP9C1010                 PIC X(08)   VALUE 'DP9C1010'.
           05  CT-ENTIDAD                  PIC X(04)   VALUE '0102'.
           05  CT-SEC-DOC                  PIC X(02)   VALUE '01'.
      *    CODIGOS DEL CATALOGO V1DT054 DE CADA RESULTADO
           05  CT-MSG-CTA-TERCERO          PIC X(07)   VALUE 'V1E0291'.
           05  CT-MSG-CTA-INEXISTENTE      PIC X(07)   VALUE 'V1E0293'.
           05  CT-MSG-SIN-SERVICIO         PIC X(07)   VALUE 'V1E0294'.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA DP9C1010 DEL SISTEMA DE DEPOSITOS
       01  WS-DPEC101A.
           COPY DPEC101A.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT168
           END-EXEC
      ******************************************************************
      *                                                                *
      *                L I N K A G E     S E C T I O N                 *
      *                                                                *
      ******************************************************************
       LINKAGE SECTION.
      *
           COPY V1WC967.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1WC967.
      *
       MAINLINE.
      *
           SET W967-88-TITULAR             TO TRUE
           MOVE SPACES                     TO W967-NUM-DOC-TITULAR
                                              W967-COD-MENSAJE
                                              W967-COD-ERROR
      *
      *    LA OPERACION SIN CUENTA PASIVO NO SE DEBITA NI SE ABONA EN
      *    EL SISTEMA DE DEPOSITOS: NO HAY NADA QUE VERIFICAR
           IF  W967-CTA-PASIVO EQUAL SPACES OR LOW-VALUES
               GOBACK
           END-IF
      *
           PERFORM 1000-CONSULTAR-DEPOSITOS
              THRU 1000-CONSULTAR-DEPOSITOS-EXIT
      *
           IF  W967-88-CTA-TERCERO
            OR W967-88-CTA-INEXISTENTE
               PERFORM 2000-ANOTAR-USO
                  THRU 2000-ANOTAR-USO-EXIT
           END-IF
      *
           GOBACK
           .
      ******************************************************************
      *                  1000-CONSULTAR-DEPOSITOS                      *
      ******************************************************************
       1000-CONSULTAR-DEPOSITOS.
      *
           INITIALIZE WS-DPEC101A
           MOVE CT-ENTIDAD                 TO DPEC101A-DPCDGENT
           MOVE W967-CTA-PASIVO            TO DPEC101A-DPNUMCTA
           MOVE W967-NUM-DOC-PERSONA(1:1)  TO DPEC101A-DPTIPDOC
           MOVE '000'                      TO DPEC101A-DPNUMDOC(1:3)
           MOVE W967-NUM-DOC-PERSONA(8:8)  TO DPEC101A-DPNUMDOC(4:8)
           MOVE CT-SEC-DOC                 TO DPEC101A-DPSECDOC
      *
           CALL CT-DP9C1010 USING WS-DPEC101A
      *
           EVALUATE DPEC101A-RETORNO
               WHEN '00'
                   SET W967-88-TITULAR     TO TRUE

               WHEN '10'
                   SET W967-88-CTA-TERCERO TO TRUE
                   MOVE CT-MSG-CTA-TERCERO TO W967-COD-MENSAJE

               WHEN '20'
               WHEN '30'
                   SET W967-88-CTA-INEXISTENTE
                                           TO TRUE
                   MOVE CT-MSG-CTA-INEXISTENTE
                                           TO W967-COD-MENSAJE

               WHEN OTHER
                   SET W967-88-SIN-SERVICIO
                                           TO TRUE
                   MOVE CT-MSG-SIN-SERVICIO
                                           TO W967-COD-MENSAJE
                   MOVE DPEC101A-COD-ERROR TO W967-COD-ERROR
           END-EVALUATE
      *
      *    EL TITULAR PRINCIPAL VUELVE AL FORMATO DE DOCUMENTO V1
           IF  DPEC101A-DPNUMTIT NOT EQUAL SPACES
           AND DPEC101A-DPNUMTIT NOT EQUAL LOW-VALUES
               MOVE DPEC101A-DPTIPTIT      TO W967-NUM-DOC-TITULAR(1:1)
               MOVE '000000'               TO W967-NUM-DOC-TITULAR(2:6)
               MOVE DPEC101A-DPNUMTIT(4:8) TO W967-NUM-DOC-TITULAR(8:8)
           END-IF
      *
           .
       1000-CONSULTAR-DEPOSITOS-EXIT.
           EXIT.
      ******************************************************************
      *                       2000-ANOTAR-USO                          *
      *  UNA FILA POR VERIFICACION NO CONFORME EN V1DT168              *
      ******************************************************************
       2000-ANOTAR-USO.
      *
      *    EL BATCH ANOTA CON SU FECHA DE PROCESO, AUNQUE CORRA
      *    PASADA LA MEDIANOCHE
           IF  W967-FEC-PROCESO EQUAL SPACES OR LOW-VALUES
               MOVE FUNCTION CURRENT-DATE(1:8)
                                           TO FEC-VERIFICA-CTA
           ELSE
               MOVE W967-FEC-PROCESO       TO FEC-VERIFICA-CTA
           END-IF
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-VERIFICA-CTA
           MOVE W967-PROGRAMA              TO COD-PROGRAMA-CTA
           MOVE W967-CANAL                 TO IND-CANAL-CTA
           MOVE W967-USUARIO               TO COD-USUARIO-CTA
           MOVE W967-OFICINA               TO COD-OFICINA-CTA
           MOVE W967-NUM-REF               TO NUM-REF-CTA
           MOVE W967-NUM-DOC-PERSONA       TO NUM-DOC-PERSONA-CTA
           MOVE W967-CTA-PASIVO            TO CTA-PASIVO-VERIF
           MOVE W967-NUM-DOC-TITULAR       TO NUM-DOC-TITULAR-CTA
           MOVE W967-COD-MENSAJE           TO COD-MENSAJE-CTA
      *
           EXEC SQL
               INSERT INTO V1DT168
                   (FEC_VERIFICA,
                    HOR_VERIFICA,
                    COD_PROGRAMA,
                    IND_CANAL,
                    COD_USUARIO,
                    COD_OFICINA,
                    NUM_REF,
                    NUM_DOC_PERSONA,
                    CTA_PASIVO_CL,
                    NUM_DOC_TITULAR,
                    COD_MENSAJE)
               VALUES
                   (:FEC-VERIFICA-CTA,
                    :HOR-VERIFICA-CTA,
                    :COD-PROGRAMA-CTA,
                    :IND-CANAL-CTA,
                    :COD-USUARIO-CTA,
                    :COD-OFICINA-CTA,
                    :NUM-REF-CTA,
                    :NUM-DOC-PERSONA-CTA,
                    :CTA-PASIVO-VERIF,
                    :NUM-DOC-TITULAR-CTA,
                    :COD-MENSAJE-CTA)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               DISPLAY 'V19C067 - ERROR DB2 ANOTANDO V1DT168 '
                       'SQLCODE: ' SQLCODE
           END-IF
      *
           .
       2000-ANOTAR-USO-EXIT.
           EXIT.
