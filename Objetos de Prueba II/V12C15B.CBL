      * DOCUMENTACION.                                                 *
      * ------------------                                             *
      * ARCHIVO DE ENTRADA: ARCH-PARAMETROS (RANGO DE FECHAS DEL       *
      *  PERIODO A EXTRAER Y ENTIDAD JURIDICA DECLARANTE, OBLIGATORIA: *
      *  CADA ENTIDAD REMITE SU PROPIO EXTRACTO)                       *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: ARCH-EXTRACTO (EXTRACTO REGULATORIO)        *
      * ------------------                                             *
       01  REG-PARAMETROS.
           05  PAR-FECHA-DESDE             PIC X(08).
           05  PAR-FECHA-HASTA             PIC X(08).
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(60).
      * AD03-F
      *
       FD  ARCH-EXTRACTO
           RECORDING MODE IS F.
           05  EXT-TAS-BOLIVAR             PIC 9(07)V9(04).
           05  EXT-TAS-DOLAR               PIC 9(07)V9(04).
           05  EXT-IDF-SEGURID             PIC X(01).
      * AD04-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
      *    SEGUNDA PATA DE LAS OPERACIONES TIPO '9'; EN BLANCO Y CERO
      *    EN LAS OPERACIONES CONTRA BOLIVARES
      *    05  FILLER                      PIC X(20).
           05  EXT-COD-DIV-CONTRA          PIC X(03).
           05  EXT-IMP-CONTRA              PIC 9(13)V9(02).
           05  FILLER                      PIC X(02).
      * AD04-F
      ******************************************************************
      *                                                                *
      *         W O R K I N G   S T O R A G E   S E C T I O N          *
      *
           05  WS-FECHA-DESDE              PIC X(08)    VALUE SPACES.
           05  WS-FECHA-HASTA              PIC X(08)    VALUE SPACES.
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  WS-ENT-BANCO                PIC X(04)    VALUE SPACES.
      * AD03-F
      * AD01-I : RETENCION DEL EXTRACTO POR DESCUADRE (V1DT023)
           05  WS-CANT-BLOQUEOS            PIC S9(04)   COMP
                                                        VALUE ZEROES.
                      TAS_CAMBIO,
                      TAS_BOLIVAR,
                      TAS_DOLAR,
      * AD04-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
      *               IDF_SEGURID
                      IDF_SEGURID,
                      COD_DIV_CONTRA,
                      IMP_CONTRA
      * AD04-F
               FROM V1DT001
               WHERE FEC_OPE BETWEEN :WS-FECHA-DESDE AND
                                     :WS-FECHA-HASTA
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND COD_ENT_BANCO = :WS-ENT-BANCO
      * AD03-F
               ORDER BY FEC_OPE,
                        NUM_REF
            END-EXEC
      *
           MOVE PAR-FECHA-DESDE            TO WS-FECHA-DESDE
           MOVE PAR-FECHA-HASTA            TO WS-FECHA-HASTA
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
      *
           IF  PAR-COD-ENT-BANCO EQUAL SPACES
               DISPLAY 'V12C15B - FALTA EL PARAMETRO DE ENTIDAD'
               MOVE 16                     TO RETURN-CODE
               PERFORM 6000-FIN
                  THRU 6000-FIN-EXIT
               STOP RUN
           END-IF
      *
           MOVE PAR-COD-ENT-BANCO          TO WS-ENT-BANCO
      * AD03-F
      *
           CLOSE ARCH-PARAMETROS
      *
                    :TAS-CAMBIO,
                    :TAS-BOLIVAR,
                    :TAS-DOLAR,
      * AD04-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
      *             :IDF-SEGURID
                    :IDF-SEGURID,
                    :COD-DIV-CONTRA,
                    :IMP-CONTRA
      * AD04-F
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
           MOVE TAS-BOLIVAR                TO EXT-TAS-BOLIVAR
           MOVE TAS-DOLAR                  TO EXT-TAS-DOLAR
           MOVE IDF-SEGURID                TO EXT-IDF-SEGURID
      * AD04-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
           MOVE COD-DIV-CONTRA             TO EXT-COD-DIV-CONTRA
           MOVE IMP-CONTRA                 TO EXT-IMP-CONTRA
      * AD04-F
      *
           WRITE REG-EXTRACTO-BCV
      *
           CLOSE ARCH-EXTRACTO
      *
           DISPLAY 'V12C15B - REGISTROS EXTRAIDOS: ' CN-REGISTROS
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           DISPLAY 'V12C15B - ENTIDAD JURIDICA:    ' WS-ENT-BANCO
      * AD03-F
      *
           .
      * AD02-I : REGISTRO DE CORRIDAS BATCH (V1DT024)
