      *  FALLIDOS QUEDAN EN LA COLA DE REINTENTO DE LA PROXIMA         *
      *  CORRIDA DE CARGOS.  LOS RETORNOS QUE NO CASAN CON NINGUN      *
      *  COBRO GENERADO SE REPORTAN                                    *
      *  AD01: LOS RETORNOS DE LAS LINEAS DEL IGTF (RET-TIP-COBRO =    *
      *  'I') SE ASIENTAN EN V1DT102, CON LA FECHA DE APLICACION QUE   *
      *  TOMA LA DECLARACION AL SENIAT (V13C39B)                       *
      *  AD02: LOS RETORNOS DE LAS LINEAS DE GASTOS DE CORRESPONSAL    *
      *  (RET-TIP-COBRO = 'C') SE ASIENTAN EN TODAS LAS PARTIDAS       *
      *  GENERADAS DE LA OPERACION EN V1DT130                          *
      *  AD03: CADA RETORNO SIN CARGO QUEDA ADEMAS COMO PARTIDA DE     *
      *  EXCEPCION (V1DT154, RUTINA V19C065), CLAVE NUM_REF Y TIPO DE  *
      *  COBRO, PARA TRABAJARLA EN V13C77Z                             *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
                                           PIC 9(10).
           05  RET-ESTADO                  PIC X(01).
           05  RET-MOTIVO                  PIC X(02).
      * AD01-I : TIPO DE COBRO: ' ' COMISION  'I' IGTF
      * AD02-I :                'C' GASTOS DE CORRESPONSAL
      * AD02-F
           05  RET-TIP-COBRO               PIC X(01).
           05  FILLER                      PIC X(66).
      * AD01-F
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
           05  CT-RET-APLICADO             PIC X(01)   VALUE 'A'.
           05  CT-RET-FALLIDO              PIC X(01)   VALUE 'F'.
           05  CT-EST-GENERADO             PIC X(01)   VALUE 'G'.
      * AD01-I : RETORNO DEL IGTF (V1DT102)
           05  CT-TIP-IGTF                 PIC X(01)   VALUE 'I'.
      * AD01-F
      * AD02-I : RETORNO DE GASTOS DE CORRESPONSAL (V1DT130)
           05  CT-TIP-GASTO                PIC X(01)   VALUE 'C'.
      * AD02-F
      * AD03-I : PARTIDAS DE EXCEPCION (V1DT154 / V19C065)
           05  CT-V19C065                  PIC X(08)   VALUE 'V19C065'.
           05  CT-RESPONSABLE-PARTIDA      PIC X(08)   VALUE 'OPERACIO'.
      * AD03-F
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      * AD03-I : PARTIDAS DE EXCEPCION (V1DT154 / V19C065)
      *  COPY DE LA RUTINA V19C065 (PARTIDAS DE EXCEPCION)
           COPY V1WC965.
      * AD03-F
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT069
           END-EXEC
      * AD01-I : IGTF POR OPERACION (V1DT102)
      *
           EXEC SQL
               INCLUDE V1GT102
           END-EXEC
      * AD01-F
      * AD02-I : GASTOS DE CORRESPONSAL (V1DT130)
      *
           EXEC SQL
               INCLUDE V1GT130
           END-EXEC
      * AD02-F
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
                  THRU 5500-REPORTAR-SIN-CARGO-EXIT
               GO TO 5000-PROCESAR-RETORNO-FIN
           END-IF
      *
      * AD01-I : RETORNO DE UNA LINEA DEL IGTF
           IF  RET-TIP-COBRO EQUAL CT-TIP-IGTF
               PERFORM 5200-RETORNO-IGTF
                  THRU 5200-RETORNO-IGTF-EXIT
               GO TO 5000-PROCESAR-RETORNO-FIN
           END-IF
      * AD01-F
      * AD02-I : RETORNO DE UNA LINEA DE GASTOS DE CORRESPONSAL
           IF  RET-TIP-COBRO EQUAL CT-TIP-GASTO
               PERFORM 5300-RETORNO-GASTO
                  THRU 5300-RETORNO-GASTO-EXIT
               GO TO 5000-PROCESAR-RETORNO-FIN
           END-IF
      * AD02-F
      *
           MOVE RET-NUM-REF-R              TO NUM-REF-COBRO
           MOVE RET-ESTADO                 TO EST-COBRO
           .
       5000-PROCESAR-RETORNO-EXIT.
           EXIT.
      * AD01-I : RETORNO DEL IGTF (V1DT102)
      ******************************************************************
      *                     5200-RETORNO-IGTF                          *
      *  EL IGTF APLICADO QUEDA CON SU FECHA DE APLICACION, QUE ES LA  *
      *  QUE UBICA EL COBRO EN EL PERIODO DE LA DECLARACION            *
      ******************************************************************
       5200-RETORNO-IGTF.
      *
           MOVE RET-NUM-REF-R              TO NUM-REF-IGTF
           MOVE RET-ESTADO                 TO EST-COBRO-IGTF
           MOVE RET-MOTIVO                 TO COD-MOTIVO-FALLO-IGTF
      *
           IF  RET-ESTADO EQUAL CT-RET-APLICADO
               MOVE WS-FEC-HOY             TO FEC-APLICADO-IGTF
           ELSE
               MOVE SPACES                 TO FEC-APLICADO-IGTF
           END-IF
      *
           EXEC SQL
               UPDATE V1DT102
                  SET EST_COBRO        = :EST-COBRO-IGTF,
                      COD_MOTIVO_FALLO = :COD-MOTIVO-FALLO-IGTF,
                      FEC_APLICADO     = :FEC-APLICADO-IGTF
                WHERE NUM_REF          = :NUM-REF-IGTF
                  AND EST_COBRO        = :CT-EST-GENERADO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   IF  RET-ESTADO EQUAL CT-RET-APLICADO
                       ADD 1               TO CN-APLICADOS
                   ELSE
                       ADD 1               TO CN-FALLIDOS
                   END-IF

               WHEN DB2-NOTFND
                   PERFORM 5500-REPORTAR-SIN-CARGO
                      THRU 5500-REPORTAR-SIN-CARGO-EXIT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       5200-RETORNO-IGTF-EXIT.
           EXIT.
      * AD01-F
      * AD02-I : RETORNO DE GASTOS DE CORRESPONSAL (V1DT130)
      ******************************************************************
      *                     5300-RETORNO-GASTO                         *
      *  LA LINEA DE CARGO SUMA LAS PARTIDAS DE LA OPERACION, ASI QUE  *
      *  EL RETORNO SE ASIENTA EN TODAS LAS QUE ESTAN GENERADAS        *
      ******************************************************************
       5300-RETORNO-GASTO.
      *
           MOVE RET-NUM-REF-R              TO NUM-REF-GTO
           MOVE RET-ESTADO                 TO EST-COBRO-GTO
           MOVE RET-MOTIVO                 TO COD-MOTIVO-FALLO-GTO
      *
           IF  RET-ESTADO EQUAL CT-RET-APLICADO
               MOVE WS-FEC-HOY             TO FEC-APLICADO-GTO
           ELSE
               MOVE SPACES                 TO FEC-APLICADO-GTO
           END-IF
      *
           EXEC SQL
               UPDATE V1DT130
                  SET EST_COBRO        = :EST-COBRO-GTO,
                      COD_MOTIVO_FALLO = :COD-MOTIVO-FALLO-GTO,
                      FEC_APLICADO     = :FEC-APLICADO-GTO
                WHERE NUM_REF          = :NUM-REF-GTO
                  AND EST_COBRO        = :CT-EST-GENERADO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   IF  RET-ESTADO EQUAL CT-RET-APLICADO
                       ADD 1               TO CN-APLICADOS
                   ELSE
                       ADD 1               TO CN-FALLIDOS
                   END-IF

               WHEN DB2-NOTFND
                   PERFORM 5500-REPORTAR-SIN-CARGO
                      THRU 5500-REPORTAR-SIN-CARGO-EXIT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       5300-RETORNO-GASTO-EXIT.
           EXIT.
      * AD02-F
      ******************************************************************
      *                  5500-REPORTAR-SIN-CARGO                       *
      ******************************************************************
           MOVE RET-ESTADO                 TO LN-SC-ESTADO
           MOVE RET-MOTIVO                 TO LN-SC-MOTIVO
           WRITE REG-REPORTE             FROM LN-SIN-CARGO
      *
      * AD03-I : PARTIDAS DE EXCEPCION (V1DT154 / V19C065)
      *    SI EL MISMO RETORNO VUELVE A LLEGAR SIN CARGO DESPUES DE
      *    DARSE POR RESUELTO, LA PARTIDA SE REABRE
           INITIALIZE V1WC965
           MOVE CT-PROGRAMA                TO W965-PROGRAMA
           MOVE CT-RESPONSABLE-PARTIDA     TO W965-RESPONSABLE
           STRING RET-NUM-REF
                  '/'
                  RET-TIP-COBRO
                  DELIMITED BY SIZE
                  INTO W965-CLAVE
           END-STRING
           STRING 'RETORNO SIN COBRO GENERADO, TIPO '
                  RET-TIP-COBRO
                  ' ESTADO '
                  RET-ESTADO
                  ' MOTIVO '
                  RET-MOTIVO
                  DELIMITED BY SIZE
                  INTO W965-DESCRIPCION
           END-STRING
           CALL CT-V19C065 USING V1WC965
      *
           IF  W965-88-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      * AD03-F
      *
           .
       5500-REPORTAR-SIN-CARGO-EXIT.
