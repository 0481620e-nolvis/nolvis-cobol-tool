       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V12C80B'.
      * AD01-I : PARTIDAS DE EXCEPCION (V1DT154 / V19C065)
           05  CT-V19C065                  PIC X(08)   VALUE 'V19C065'.
           05  CT-RESPONSABLE-PARTIDA      PIC X(08)   VALUE 'CUMPLIMI'.
      * AD01-F
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      * AD01-I : PARTIDAS DE EXCEPCION (V1DT154 / V19C065)
      *  COPY DE LA RUTINA V19C065 (PARTIDAS DE EXCEPCION)
           COPY V1WC965.
      * AD01-F
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
               MOVE WS-CANT-ANULADOS       TO LN-GAP-ANULADOS
               MOVE WS-CANT-SIN-EXPLICAR   TO LN-GAP-SIN-EXPLICAR
               WRITE REG-REPORTE         FROM LN-HUECO
      * AD01-I : PARTIDAS DE EXCEPCION (V1DT154 / V19C065)
               PERFORM 5200-ASENTAR-PARTIDA
                  THRU 5200-ASENTAR-PARTIDA-EXIT
      * AD01-F
           END-IF
      *
           .
       5100-EVALUAR-HUECO-EXIT.
           EXIT.
      * AD01-I : PARTIDAS DE EXCEPCION (V1DT154 / V19C065)
      ******************************************************************
      *                     5200-ASENTAR-PARTIDA                       *
      *  EL HUECO SIN EXPLICAR QUEDA ADEMAS COMO PARTIDA DE TRABAJO,   *
      *  CON EL RANGO COMO CLAVE; SI SE HABIA RESUELTO Y EL HUECO      *
      *  SIGUE SIN EXPLICAR, SE REABRE                                 *
      ******************************************************************
       5200-ASENTAR-PARTIDA.
      *
           INITIALIZE V1WC965
           MOVE CT-PROGRAMA                TO W965-PROGRAMA
           MOVE CT-RESPONSABLE-PARTIDA     TO W965-RESPONSABLE
           STRING LN-GAP-DESDE
                  ' A '
                  LN-GAP-HASTA
                  DELIMITED BY SIZE
                  INTO W965-CLAVE
           END-STRING
           STRING 'HUECO '
                  WS-FEC-PROCESO
                  ': '
                  LN-GAP-SIN-EXPLICAR
                  ' DE '
                  LN-GAP-FALTANTES
                  ' NUMEROS SIN EXPLICAR'
                  DELIMITED BY SIZE
                  INTO W965-DESCRIPCION
           END-STRING
           CALL CT-V19C065 USING V1WC965
      *
           IF  W965-88-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5200-ASENTAR-PARTIDA-EXIT.
           EXIT.
      * AD01-F
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
