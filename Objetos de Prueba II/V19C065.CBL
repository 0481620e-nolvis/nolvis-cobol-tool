      ******************************************************************
      *                                                                *
      *  PROGRAMA: V19C065                                             *
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
      * RUTINA COMUN DE PARTIDAS DE EXCEPCION DE LOS CONTROLES         *
      * NOCTURNOS.  ADEMAS DE SU REPORTE, CADA CONTROL ENTREGA AQUI    *
      * CADA EXCEPCION CON UNA CLAVE QUE LA IDENTIFICA DE UNA CORRIDA  *
      * A OTRA.  SI NO HAY PARTIDA PARA ESE PROGRAMA Y CLAVE SE ABRE   *
      * CON EL RESPONSABLE POR DEFECTO DEL CONTROL; SI EXISTE ABIERTA  *
      * SE ACTUALIZA SU ULTIMA DETECCION; Y SI EXISTE RESUELTA, LA     *
      * EXCEPCION SIGUE PRESENTE: SE REABRE, SE CUENTA LA REAPERTURA   *
      * Y SE DEJA CONSTANCIA EN LA BITACORA DE COMENTARIOS V1DT155.    *
      * LOS ERRORES DB2 SE DEVUELVEN EN EL RETORNO PARA QUE EL         *
      * LLAMADOR DECIDA                                                *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V19C065.
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
           05  WS-FEC-DIA                  PIC X(08)   VALUE SPACES.
           05  WS-HOR-DIA                  PIC X(06)   VALUE SPACES.
           05  WS-MOTIVO-ANTERIOR          PIC X(02)   VALUE SPACES.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V19C065'.
           05  CT-EST-ABIERTA              PIC X(01)   VALUE 'A'.
           05  CT-EST-RESUELTA             PIC X(01)   VALUE 'R'.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT154
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT155
           END-EXEC
      ******************************************************************
      *                                                                *
      *                L I N K A G E     S E C T I O N                 *
      *                                                                *
      ******************************************************************
       LINKAGE SECTION.
      *
           COPY V1WC965.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1WC965.
      *
       MAINLINE.
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-DIA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HOR-DIA
           MOVE '00'                       TO W965-RETORNO
           MOVE SPACES                     TO W965-RESULTADO
           MOVE ZEROES                     TO W965-NUM-PARTIDA
      *
           PERFORM 2000-BUSCAR-PARTIDA
              THRU 2000-BUSCAR-PARTIDA-EXIT
      *
           GOBACK
           .
      ******************************************************************
      *                     2000-BUSCAR-PARTIDA                        *
      *  LA PARTIDA SE IDENTIFICA POR PROGRAMA Y CLAVE DE EXCEPCION    *
      ******************************************************************
       2000-BUSCAR-PARTIDA.
      *
           MOVE W965-PROGRAMA              TO COD-PROGRAMA-PEX
           MOVE W965-CLAVE                 TO CLAVE-EXCEPCION-PEX
      *
           EXEC SQL
               SELECT NUM_PARTIDA,
                      EST_PARTIDA,
                      COD_MOTIVO
               INTO  :NUM-PARTIDA-PEX,
                     :EST-PARTIDA-PEX,
                     :COD-MOTIVO-PEX
               FROM V1DT154
               WHERE COD_PROGRAMA    = :COD-PROGRAMA-PEX
                 AND CLAVE_EXCEPCION = :CLAVE-EXCEPCION-PEX
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE NUM-PARTIDA-PEX    TO W965-NUM-PARTIDA
                   IF  EST-PARTIDA-PEX EQUAL CT-EST-RESUELTA
                       PERFORM 4000-REABRIR-PARTIDA
                          THRU 4000-REABRIR-PARTIDA-EXIT
                   ELSE
                       PERFORM 3500-REAFIRMAR-PARTIDA
                          THRU 3500-REAFIRMAR-PARTIDA-EXIT
                   END-IF

               WHEN DB2-NOTFND
                   PERFORM 3000-ABRIR-PARTIDA
                      THRU 3000-ABRIR-PARTIDA-EXIT

               WHEN OTHER
                   DISPLAY 'V19C065 - ERROR DB2 EN V1DT154 '
                           'SQLCODE: ' SQLCODE
                   SET W965-88-ERROR       TO TRUE
           END-EVALUATE
      *
           .
       2000-BUSCAR-PARTIDA-EXIT.
           EXIT.
      ******************************************************************
      *                     3000-ABRIR-PARTIDA                         *
      *  PARTIDA NUEVA, ABIERTA, A NOMBRE DEL RESPONSABLE POR DEFECTO  *
      *  DEL CONTROL                                                   *
      ******************************************************************
       3000-ABRIR-PARTIDA.
      *
           EXEC SQL
               SELECT VALUE(MAX(NUM_PARTIDA), 0) + 1
               INTO  :NUM-PARTIDA-PEX
               FROM V1DT154
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               DISPLAY 'V19C065 - ERROR DB2 NUMERANDO PARTIDA '
                       'SQLCODE: ' SQLCODE
               SET W965-88-ERROR           TO TRUE
               GO TO 3000-ABRIR-PARTIDA-EXIT
           END-IF
      *
           MOVE W965-DESCRIPCION           TO TXT-DESCRIPCION-PEX
           MOVE W965-RESPONSABLE           TO COD-RESPONSABLE-PEX
           MOVE CT-EST-ABIERTA             TO EST-PARTIDA-PEX
           MOVE WS-FEC-DIA                 TO FEC-ALTA-PEX
                                              FEC-ULT-DETECCION-PEX
           MOVE 1                          TO CANT-DETECCIONES-PEX
           MOVE ZEROES                     TO CANT-REAPERTURAS-PEX
           MOVE SPACES                     TO COD-MOTIVO-PEX
                                              TXT-RESOLUCION-PEX
                                              COD-USUARIO-RESOL-PEX
                                              FEC-RESOLUCION-PEX
      *
           EXEC SQL
               INSERT INTO V1DT154
                   (NUM_PARTIDA,
                    COD_PROGRAMA,
                    CLAVE_EXCEPCION,
                    TXT_DESCRIPCION,
                    COD_RESPONSABLE,
                    EST_PARTIDA,
                    FEC_ALTA,
                    FEC_ULT_DETECCION,
                    CANT_DETECCIONES,
                    CANT_REAPERTURAS,
                    COD_MOTIVO,
                    TXT_RESOLUCION,
                    COD_USUARIO_RESOL,
                    FEC_RESOLUCION)
               VALUES
                   (:NUM-PARTIDA-PEX,
                    :COD-PROGRAMA-PEX,
                    :CLAVE-EXCEPCION-PEX,
                    :TXT-DESCRIPCION-PEX,
                    :COD-RESPONSABLE-PEX,
                    :EST-PARTIDA-PEX,
                    :FEC-ALTA-PEX,
                    :FEC-ULT-DETECCION-PEX,
                    :CANT-DETECCIONES-PEX,
                    :CANT-REAPERTURAS-PEX,
                    :COD-MOTIVO-PEX,
                    :TXT-RESOLUCION-PEX,
                    :COD-USUARIO-RESOL-PEX,
                    :FEC-RESOLUCION-PEX)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               DISPLAY 'V19C065 - ERROR DB2 ABRIENDO PARTIDA '
                       'SQLCODE: ' SQLCODE
               SET W965-88-ERROR           TO TRUE
               GO TO 3000-ABRIR-PARTIDA-EXIT
           END-IF
      *
           MOVE NUM-PARTIDA-PEX            TO W965-NUM-PARTIDA
           SET W965-88-NUEVA               TO TRUE
      *
           .
       3000-ABRIR-PARTIDA-EXIT.
           EXIT.
      ******************************************************************
      *                   3500-REAFIRMAR-PARTIDA                       *
      *  LA PARTIDA SIGUE ABIERTA: SOLO SE ACTUALIZA LA ULTIMA         *
      *  DETECCION Y LA DESCRIPCION CON LOS DATOS DE ESTA CORRIDA      *
      ******************************************************************
       3500-REAFIRMAR-PARTIDA.
      *
           MOVE W965-DESCRIPCION           TO TXT-DESCRIPCION-PEX
           MOVE WS-FEC-DIA                 TO FEC-ULT-DETECCION-PEX
      *
           EXEC SQL
               UPDATE V1DT154
                  SET TXT_DESCRIPCION   = :TXT-DESCRIPCION-PEX,
                      FEC_ULT_DETECCION = :FEC-ULT-DETECCION-PEX,
                      CANT_DETECCIONES  = CANT_DETECCIONES + 1
                WHERE NUM_PARTIDA       = :NUM-PARTIDA-PEX
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               DISPLAY 'V19C065 - ERROR DB2 REAFIRMANDO PARTIDA '
                       'SQLCODE: ' SQLCODE
               SET W965-88-ERROR           TO TRUE
               GO TO 3500-REAFIRMAR-PARTIDA-EXIT
           END-IF
      *
           SET W965-88-VIGENTE             TO TRUE
      *
           .
       3500-REAFIRMAR-PARTIDA-EXIT.
           EXIT.
      ******************************************************************
      *                    4000-REABRIR-PARTIDA                        *
      *  LA EXCEPCION SE HABIA DADO POR RESUELTA Y SIGUE PRESENTE: LA  *
      *  PARTIDA VUELVE A ABIERTA CON SU RESPONSABLE, SE LIMPIA LA     *
      *  RESOLUCION (QUEDA EN LA BITACORA) Y SE CUENTA LA REAPERTURA   *
      ******************************************************************
       4000-REABRIR-PARTIDA.
      *
           MOVE COD-MOTIVO-PEX             TO WS-MOTIVO-ANTERIOR
           MOVE W965-DESCRIPCION           TO TXT-DESCRIPCION-PEX
           MOVE WS-FEC-DIA                 TO FEC-ULT-DETECCION-PEX
           MOVE CT-EST-ABIERTA             TO EST-PARTIDA-PEX
      *
           EXEC SQL
               UPDATE V1DT154
                  SET EST_PARTIDA       = :EST-PARTIDA-PEX,
                      TXT_DESCRIPCION   = :TXT-DESCRIPCION-PEX,
                      FEC_ULT_DETECCION = :FEC-ULT-DETECCION-PEX,
                      CANT_DETECCIONES  = CANT_DETECCIONES + 1,
                      CANT_REAPERTURAS  = CANT_REAPERTURAS + 1,
                      COD_MOTIVO        = ' ',
                      TXT_RESOLUCION    = ' ',
                      COD_USUARIO_RESOL = ' ',
                      FEC_RESOLUCION    = ' '
                WHERE NUM_PARTIDA       = :NUM-PARTIDA-PEX
                  AND EST_PARTIDA       = :CT-EST-RESUELTA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               DISPLAY 'V19C065 - ERROR DB2 REABRIENDO PARTIDA '
                       'SQLCODE: ' SQLCODE
               SET W965-88-ERROR           TO TRUE
               GO TO 4000-REABRIR-PARTIDA-EXIT
           END-IF
      *
           PERFORM 5000-ASENTAR-REAPERTURA
              THRU 5000-ASENTAR-REAPERTURA-EXIT
      *
           IF  W965-88-CONFORME
               SET W965-88-REABIERTA       TO TRUE
           END-IF
      *
           .
       4000-REABRIR-PARTIDA-EXIT.
           EXIT.
      ******************************************************************
      *                  5000-ASENTAR-REAPERTURA                       *
      *  LINEA DE BITACORA A NOMBRE DEL PROGRAMA DE CONTROL            *
      ******************************************************************
       5000-ASENTAR-REAPERTURA.
      *
           MOVE NUM-PARTIDA-PEX            TO NUM-PARTIDA-CPE
      *
           EXEC SQL
               SELECT VALUE(MAX(NUM_COMENTARIO), 0) + 1
               INTO  :NUM-COMENTARIO-CPE
               FROM V1DT155
               WHERE NUM_PARTIDA = :NUM-PARTIDA-CPE
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               DISPLAY 'V19C065 - ERROR DB2 NUMERANDO COMENTARIO '
                       'SQLCODE: ' SQLCODE
               SET W965-88-ERROR           TO TRUE
               GO TO 5000-ASENTAR-REAPERTURA-EXIT
           END-IF
      *
           MOVE W965-PROGRAMA              TO COD-USUARIO-CPE
           MOVE WS-FEC-DIA                 TO FEC-COMENTARIO-CPE
           MOVE WS-HOR-DIA                 TO HOR-COMENTARIO-CPE
           MOVE SPACES                     TO TXT-COMENTARIO-CPE
      *
           STRING 'REAPARECIO EN LA CORRIDA DEL '
                                           DELIMITED BY SIZE
                  WS-FEC-DIA               DELIMITED BY SIZE
                  '; ESTABA RESUELTA CON MOTIVO '
                                           DELIMITED BY SIZE
                  WS-MOTIVO-ANTERIOR       DELIMITED BY SIZE
                  INTO TXT-COMENTARIO-CPE
           END-STRING
      *
           EXEC SQL
               INSERT INTO V1DT155
                   (NUM_PARTIDA,
                    NUM_COMENTARIO,
                    COD_USUARIO,
                    FEC_COMENTARIO,
                    HOR_COMENTARIO,
                    TXT_COMENTARIO)
               VALUES
                   (:NUM-PARTIDA-CPE,
                    :NUM-COMENTARIO-CPE,
                    :COD-USUARIO-CPE,
                    :FEC-COMENTARIO-CPE,
                    :HOR-COMENTARIO-CPE,
                    :TXT-COMENTARIO-CPE)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               DISPLAY 'V19C065 - ERROR DB2 EN V1DT155 '
                       'SQLCODE: ' SQLCODE
               SET W965-88-ERROR           TO TRUE
           END-IF
      *
           .
       5000-ASENTAR-REAPERTURA-EXIT.
           EXIT.
