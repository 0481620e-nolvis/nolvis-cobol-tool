                                                       VALUE ZEROES.
           05  WS-FEC-COMPENSA             PIC X(08)   VALUE SPACES.
      * AD03-F
      * AD08-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
           05  WS-NUM-REF-REV-ED           PIC 9(10)   VALUE ZEROES.
      * AD08-F
      ******************************************************************
      *           IMAGEN PLANA DE UNA OPERACION DE V1DT001             *
      *  (NUMERICOS EMPAQUETADOS DESPLEGADOS PARA QUE LA IMAGEN        *
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
      * AD08-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
           05  CT-V19C069                  PIC X(08)   VALUE 'V19C069'.
      * AD08-F
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
      * AD01-I : CONTROL DE ACCESO POR ROLES (V19C030)
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
      * AD01-F
      * AD05-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  ME-FUERA-ENTIDAD            PIC X(07)   VALUE 'V1E0225'.
      * AD05-F
           05  ME-NUMREF-REQUERIDO         PIC X(07)   VALUE 'V1E0083'.
           05  ME-OPE-NO-EXISTE            PIC X(07)   VALUE 'V1E0098'.
           05  ME-OPE-YA-EXISTE            PIC X(07)   VALUE 'V1E0096'.
      * AD02-I : CATALOGO DE MENSAJES (V1DT054 VIA V19C054)
           COPY V1WC954.
      * AD02-F
      * AD06-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           COPY V1WC963.
      * AD06-F
      * AD08-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
           COPY V1WC969.
      * AD08-F
       01  WS-QGECAUD-01.
           COPY QGECAUD.
       LINKAGE SECTION.
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
      * AD06-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      * AD06-F
      *
           SET ADDRESS OF V1NC44MI         TO CAA-PTR-COPYIN
      *
       1950-VERIFICAR-ACCESO-EXIT.
           EXIT.
      * AD01-F
      * AD05-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
      ******************************************************************
      *                  1970-VERIFICAR-ENTIDAD                        *
      ******************************************************************
      *  LA OPERACION DIGITADA DEBE SER DE UNA ENTIDAD JURIDICA DEL    *
      *  USUARIO (V1DT123); SI NO, SE RECHAZA COMO SI NO EXISTIERA     *
      ******************************************************************
       1970-VERIFICAR-ENTIDAD.
      *
           MOVE AUD-USUARIO                TO W930-USUARIO
           MOVE CAA-CODTRAN                TO W930-TRAN
           SET W930-88-MODO-DATO           TO TRUE
           MOVE SPACES                     TO W930-RETORNO
                                              W930-DATO-COMPLETO
           MOVE COD-ENT-BANCO OF DCLV1DT001 TO W930-ENT-DATO
      *
           EXEC CICS
               LINK PROGRAM('V19C030')
               COMMAREA(V1WC930)
               NOHANDLE
           END-EXEC
      *
           IF  NOT W930-88-PERMITIDO
               MOVE ME-FUERA-ENTIDAD       TO CAA-COD-ERROR
               MOVE -1                     TO NUMORIL
               PERFORM REINPUT
           END-IF
      *
           .
       1970-VERIFICAR-ENTIDAD-EXIT.
           EXIT.
      * AD05-F
      ******************************************************************
      *                        2000-PROCESO                            *
      ******************************************************************
      *
           PERFORM 2500-GRABAR-AUDITORIA
              THRU 2500-GRABAR-AUDITORIA-EXIT
      *
      * AD08-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
           PERFORM 2600-REGISTRAR-EVENTO
              THRU 2600-REGISTRAR-EVENTO-EXIT
      * AD08-F
      *
           MOVE ME-REVERSO-CONFORME        TO CAA-COD-AVISO1
           MOVE -1                         TO NUMORIL
                      TIP_PAGO,
                      IDF_SEGURID,
                      CLA_CONTRAPARTE,
      * AD07-I : OPERACION CRUZADA ENTRE DOS DIVISAS (TIP_OPE '9')
                      COD_DIV_CONTRA,
                      IMP_CONTRA,
                      TAS_CRUZADA,
                      TAS_BOLIVAR_CONTRA,
                      TAS_DOLAR_CONTRA,
      * AD07-F
                      NUM_DOC_APODERADO
               INTO  :DCLV1DT001.FEC-OPE,
                     :DCLV1DT001.HOR-OPE,
                     :DCLV1DT001.TIP-PAGO,
                     :DCLV1DT001.IDF-SEGURID,
                     :DCLV1DT001.CLA-CONTRAPARTE,
      * AD07-I : OPERACION CRUZADA ENTRE DOS DIVISAS (TIP_OPE '9')
                     :DCLV1DT001.COD-DIV-CONTRA,
                     :DCLV1DT001.IMP-CONTRA,
                     :DCLV1DT001.TAS-CRUZADA,
                     :DCLV1DT001.TAS-BOLIVAR-CONTRA,
                     :DCLV1DT001.TAS-DOLAR-CONTRA,
      * AD07-F
                     :DCLV1DT001.NUM-DOC-APODERADO
               FROM V1DT001
               WHERE NUM_REF = :DCLV1DT001.NUM-REF
      *
           EVALUATE TRUE
               WHEN DB2-OK
      * AD05-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                   PERFORM 1970-VERIFICAR-ENTIDAD
                      THRU 1970-VERIFICAR-ENTIDAD-EXIT
      * AD05-F

               WHEN DB2-NOTFND
                   MOVE ME-OPE-NO-EXISTE   TO CAA-COD-ERROR
      *
           EVALUATE TRUE
               WHEN DB2-OK
      * AD09-I : DEVOLUCIONES POR TRAMO (V13C74Z)
      *          CADA TRAMO DEVUELTO DEJA SU PROPIA FILA EN V1DT012
               WHEN DB2-RETURN-CDE EQUAL -811
      * AD09-F
                   MOVE ME-OPE-YA-REVERSADA
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO NUMORIL
           MOVE FUNCTION CURRENT-DATE(1:8) TO FEC-OPE
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-OPE
           COMPUTE IMP-OPE = IMP-OPE * -1
      * AD07-I : OPERACION CRUZADA ENTRE DOS DIVISAS (TIP_OPE '9')
      *    EN UNA CRUZADA LA SEGUNDA PATA TAMBIEN SE NIEGA
           COMPUTE IMP-CONTRA = IMP-CONTRA * -1
      * AD07-F
           MOVE SPACE                      TO IDF-SEGURID
      *
           EXEC SQL
                    TIP_PAGO,
                    IDF_SEGURID,
                    CLA_CONTRAPARTE,
      * AD07-I : OPERACION CRUZADA ENTRE DOS DIVISAS (TIP_OPE '9')
                    COD_DIV_CONTRA,
                    IMP_CONTRA,
                    TAS_CRUZADA,
                    TAS_BOLIVAR_CONTRA,
                    TAS_DOLAR_CONTRA,
      * AD07-F
                    NUM_DOC_APODERADO)
               VALUES
                   (:DCLV1DT001.NUM-REF,
                    :DCLV1DT001.TIP-PAGO,
                    :DCLV1DT001.IDF-SEGURID,
                    :DCLV1DT001.CLA-CONTRAPARTE,
      * AD07-I : OPERACION CRUZADA ENTRE DOS DIVISAS (TIP_OPE '9')
                    :DCLV1DT001.COD-DIV-CONTRA,
                    :DCLV1DT001.IMP-CONTRA,
                    :DCLV1DT001.TAS-CRUZADA,
                    :DCLV1DT001.TAS-BOLIVAR-CONTRA,
                    :DCLV1DT001.TAS-DOLAR-CONTRA,
      * AD07-F
                    :DCLV1DT001.NUM-DOC-APODERADO)
           END-EXEC
      *
           .
       2500-GRABAR-AUDITORIA-EXIT.
           EXIT.
      * AD08-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
      ******************************************************************
      * 2600-REGISTRAR-EVENTO
      *  EVENTO DE REVERSO EN LA BANDEJA DE SALIDA (V1DT177) SOBRE LA  *
      *  OPERACION ORIGINAL, CON SU MONTO ORIGINAL Y EN EL DETALLE LA  *
      *  REFERENCIA DE LA COMPENSATORIA                                *
      ******************************************************************
       2600-REGISTRAR-EVENTO.
      *
           MOVE 'V1DT177'                  TO WS-TABLA
      *
           MOVE WS-NUM-REF-REV             TO WS-NUM-REF-REV-ED
      *
           INITIALIZE V1WC969
           SET W969-88-REVERSO             TO TRUE
           MOVE WS-NUM-REF-ORI             TO W969-NUM-REF
           MOVE CT-PROGRAMA                TO W969-PROGRAMA
           MOVE AUD-USUARIO                TO W969-USUARIO
           MOVE COD-DIV-OPE                TO W969-COD-DIV
           COMPUTE W969-IMP-OPE = IMP-OPE * -1
           MOVE IDF-CMP-VTA                TO W969-IDF-CMP-VTA
           MOVE WS-NUM-REF-REV-ED          TO W969-DETALLE
      *
           CALL CT-V19C069 USING V1WC969
      *
           IF  W969-88-ERROR-DB2
               MOVE W969-SQLCODE           TO SQLCODE
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2600-REGISTRAR-EVENTO-EXIT.
           EXIT.
      * AD08-F
      ******************************************************************
      * REINPUT
      ******************************************************************
           PERFORM RESOLVER-MENSAJE
              THRU RESOLVER-MENSAJE-EXIT
      * AD02-F
      * AD06-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      * AD06-F
           EXEC CICS
               RETURN
           END-EXEC
       RESOLVER-CATALOGO-EXIT.
           EXIT.
      * AD02-F
      * AD06-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V12C44M'                  TO W963-PROGRAMA
           MOVE AUD-CODTRAN                TO W963-TRAN
           MOVE AUD-USUARIO                TO W963-USUARIO
           MOVE AUD-TERMINAL               TO W963-TERMINAL
           MOVE ZEROES                     TO W963-FILAS
           MOVE SPACES                     TO W963-CRITERIO
      *
           EXEC CICS
               LINK PROGRAM('V19C063')
               COMMAREA(V1WC963)
               NOHANDLE
           END-EXEC
      *
           .
       REGISTRAR-RENDIMIENTO-EXIT.
           EXIT.
      * AD06-F
