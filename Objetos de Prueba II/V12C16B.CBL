      * AD03-I : REGISTRO DE CORRIDAS BATCH (V1DT024)
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
      * AD03-F
      * AD05-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
           05  CT-V19C069                  PIC X(08)   VALUE 'V19C069'.
      * AD05-F
           05  CT-DIV-DOLAR                PIC X(03)   VALUE '1'.
           05  CT-IDF-LIMPIA               PIC X(01)   VALUE '0'.
           05  CT-IDF-VIOLANTE             PIC X(01)   VALUE '1'.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      * AD03-F
      * AD05-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
      *  COPY DE LA RUTINA V19C069 (EVENTOS DEL CICLO DE VIDA)
           COPY V1WC969.
      * AD05-F
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
                  THRU 5760-ABRIR-CASO-EXIT
           END-IF
      * AD02-F
      *
      * AD05-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
           PERFORM 5770-REGISTRAR-EVENTO
              THRU 5770-REGISTRAR-EVENTO-EXIT
      * AD05-F
      *
           .
       5700-PROCESAR-REGISTRO-EXIT.
           EXIT.
      * AD05-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
      ******************************************************************
      *                    5770-REGISTRAR-EVENTO                       *
      *  EL EVENTO DE CLASIFICACION LLEVA EN EL DETALLE EL INDICADOR   *
      *  ASIGNADO Y SE COMPROMETE JUNTO CON LA ACTUALIZACION           *
      ******************************************************************
       5770-REGISTRAR-EVENTO.
      *
           INITIALIZE V1WC969
           SET W969-88-CLASIFICACION       TO TRUE
           MOVE NUM-REF OF DCLV1DT001      TO W969-NUM-REF
           MOVE CT-PROGRAMA                TO W969-PROGRAMA
           MOVE CT-USR-BATCH               TO W969-USUARIO
           MOVE COD-DIV-OPE OF DCLV1DT001  TO W969-COD-DIV
           MOVE IMP-OPE OF DCLV1DT001      TO W969-IMP-OPE
           MOVE SPACES                     TO W969-IDF-CMP-VTA
           MOVE WS-IDF-SEGURID             TO W969-DETALLE
           CALL CT-V19C069 USING V1WC969
      *
           IF  W969-88-ERROR-DB2
               MOVE W969-SQLCODE           TO SQLCODE
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5770-REGISTRAR-EVENTO-EXIT.
           EXIT.
      * AD05-F
      ******************************************************************
      *                    5750-GRABAR-HISTORIAL                       *
      *  DEJA CONSTANCIA EN V1DT004 DEL CAMBIO DE IDF_SEGURID QUE       *
