      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C54B                                             *
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
      * ARCHIVO DE ENTRADA: ENTPPT (ARCHIVO DE PLANIFICACION: METAS    *
      *  ANUALES DE CADA OFICINA ABIERTAS POR MES Y GRUPO DE DIVISAS,  *
      *  Y LA COMPOSICION DE LOS GRUPOS)                               *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALPPC (REGISTROS RECHAZADOS CON SU MOTIVO) *
      * ------------------                                             *
      * PROCESO GLOBAL: CARGA DEL PRESUPUESTO DE OFICINAS.  CADA       *
      *  REGISTRO 'P' LLEVA, PARA UNA OFICINA, MES (AAAAMM) Y GRUPO DE *
      *  DIVISAS, LA META DE VOLUMEN EN BOLIVARES Y LA DE INGRESO POR  *
      *  COMISIONES, Y SE APLICA POR REEMPLAZO EN V1DT124 SIN TOCAR EL *
      *  REAL YA CALCULADO POR V13C55B.  CADA REGISTRO 'G' ASIGNA UNA  *
      *  DIVISA A SU GRUPO EN V1DT125.  LOS REGISTROS INVALIDOS SE     *
      *  REPORTAN Y LA CORRIDA TERMINA CON CODIGO DE RETORNO 04; LAS   *
      *  CORRECCIONES PUNTUALES SE HACEN EN LA PANTALLA V13C54M        *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C54B.
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
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ARCH-PLANIFICACION   ASSIGN TO ENTPPT
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-RECHAZOS        ASSIGN TO SALPPC
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
       FD  ARCH-PLANIFICACION
           RECORDING MODE IS F.
      *
       01  REG-PLANIFICACION.
           05  PPT-TIPO                    PIC X(01).
               88  PPT-88-PRESUPUESTO                  VALUE 'P'.
               88  PPT-88-GRUPO                        VALUE 'G'.
           05  PPT-DATOS                   PIC X(79).
      *    REGISTRO 'P': META DE LA OFICINA EN EL MES Y GRUPO
           05  PPT-DATOS-P REDEFINES PPT-DATOS.
               10  PPT-OFICINA             PIC X(04).
               10  PPT-ANO-MES             PIC X(06).
               10  PPT-ANO-MES-R REDEFINES PPT-ANO-MES.
                   15  PPT-ANO             PIC 9(04).
                   15  PPT-MES             PIC 9(02).
               10  PPT-GRUPO               PIC X(03).
               10  PPT-IMP-VOLUMEN         PIC 9(15)V9(02).
               10  PPT-IMP-COMISION        PIC 9(13)V9(02).
               10  FILLER                  PIC X(34).
      *    REGISTRO 'G': DIVISA Y GRUPO AL QUE PERTENECE
           05  PPT-DATOS-G REDEFINES PPT-DATOS.
               10  PPT-DIVISA              PIC X(03).
               10  PPT-GRUPO-DIV           PIC X(03).
               10  FILLER                  PIC X(73).
      *
       FD  ARCH-RECHAZOS
           RECORDING MODE IS F.
      *
       01  REG-RECHAZO.
           05  REC-MOTIVO                  PIC X(30).
           05  REC-REGISTRO                PIC X(80).
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
           05  WS-MOTIVO                   PIC X(30)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-ARCHIVO              PIC X(01)   VALUE 'N'.
               88  FIN-ARCHIVO                         VALUE 'S'.
               88  NO-FIN-ARCHIVO                      VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C54B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-ORIGEN-ARCHIVO           PIC X(01)   VALUE 'A'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-LEIDOS                   PIC 9(07)   VALUE ZEROES.
           05  CN-ALTAS                    PIC 9(07)   VALUE ZEROES.
           05  CN-ACTUALIZADOS             PIC 9(07)   VALUE ZEROES.
           05  CN-GRUPOS                   PIC 9(07)   VALUE ZEROES.
           05  CN-RECHAZADOS               PIC 9(07)   VALUE ZEROES.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT124
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT125
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
           PERFORM 2000-CARGAR-PLANIFICACION
              THRU 2000-CARGAR-PLANIFICACION-EXIT
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
           OPEN INPUT  ARCH-PLANIFICACION
           OPEN OUTPUT ARCH-RECHAZOS
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           MOVE ZEROES                     TO CN-LEIDOS
                                              CN-ALTAS
                                              CN-ACTUALIZADOS
                                              CN-GRUPOS
                                              CN-RECHAZADOS
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
      *                2000-CARGAR-PLANIFICACION                       *
      ******************************************************************
       2000-CARGAR-PLANIFICACION.
      *
           SET NO-FIN-ARCHIVO              TO TRUE
      *
           PERFORM LEER-PLANIFICACION
      *
           PERFORM 5000-APLICAR-REGISTRO
              THRU 5000-APLICAR-REGISTRO-EXIT
             UNTIL FIN-ARCHIVO
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       2000-CARGAR-PLANIFICACION-EXIT.
           EXIT.
      ******************************************************************
      * LEER-PLANIFICACION
      ******************************************************************
       LEER-PLANIFICACION.
      *
           READ ARCH-PLANIFICACION
               AT END
                   SET FIN-ARCHIVO         TO TRUE
           END-READ
      *
           .
      ******************************************************************
      *                  5000-APLICAR-REGISTRO                         *
      ******************************************************************
       5000-APLICAR-REGISTRO.
      *
           ADD 1                           TO CN-LEIDOS
      *
           EVALUATE TRUE
               WHEN PPT-88-PRESUPUESTO
                   PERFORM 5100-APLICAR-PRESUPUESTO
                      THRU 5100-APLICAR-PRESUPUESTO-EXIT

               WHEN PPT-88-GRUPO
                   PERFORM 5300-APLICAR-GRUPO
                      THRU 5300-APLICAR-GRUPO-EXIT

               WHEN OTHER
                   MOVE 'TIPO DE REGISTRO INVALIDO'
                                           TO WS-MOTIVO
                   PERFORM 5900-RECHAZAR
                      THRU 5900-RECHAZAR-EXIT
           END-EVALUATE
      *
           PERFORM LEER-PLANIFICACION
      *
           .
       5000-APLICAR-REGISTRO-EXIT.
           EXIT.
      ******************************************************************
      *                 5100-APLICAR-PRESUPUESTO                       *
      *  ALTA O REEMPLAZO DE LA META; EL REAL NO SE TOCA               *
      ******************************************************************
       5100-APLICAR-PRESUPUESTO.
      *
           IF  PPT-OFICINA EQUAL SPACES
               MOVE 'OFICINA EN BLANCO'    TO WS-MOTIVO
               PERFORM 5900-RECHAZAR
                  THRU 5900-RECHAZAR-EXIT
               GO TO 5100-APLICAR-PRESUPUESTO-EXIT
           END-IF
      *
           IF  PPT-ANO-MES NOT NUMERIC
            OR PPT-MES LESS THAN 1
            OR PPT-MES GREATER THAN 12
               MOVE 'MES INVALIDO (AAAAMM)'
                                           TO WS-MOTIVO
               PERFORM 5900-RECHAZAR
                  THRU 5900-RECHAZAR-EXIT
               GO TO 5100-APLICAR-PRESUPUESTO-EXIT
           END-IF
      *
           IF  PPT-GRUPO EQUAL SPACES
               MOVE 'GRUPO DE DIVISAS EN BLANCO'
                                           TO WS-MOTIVO
               PERFORM 5900-RECHAZAR
                  THRU 5900-RECHAZAR-EXIT
               GO TO 5100-APLICAR-PRESUPUESTO-EXIT
           END-IF
      *
           IF  PPT-IMP-VOLUMEN NOT NUMERIC
            OR PPT-IMP-COMISION NOT NUMERIC
               MOVE 'IMPORTE NO NUMERICO'  TO WS-MOTIVO
               PERFORM 5900-RECHAZAR
                  THRU 5900-RECHAZAR-EXIT
               GO TO 5100-APLICAR-PRESUPUESTO-EXIT
           END-IF
      *
           MOVE PPT-OFICINA                TO COD-OFI-PRESUP
           MOVE PPT-ANO-MES                TO ANO-MES-PRESUP
           MOVE PPT-GRUPO                  TO COD-GRP-PRESUP
           MOVE PPT-IMP-VOLUMEN            TO IMP-VOL-PRESUP
           MOVE PPT-IMP-COMISION           TO IMP-COM-PRESUP
           MOVE ZEROES                     TO IMP-VOL-REAL
                                              IMP-COM-REAL
           MOVE SPACES                     TO FEC-CALCULO-REAL
           MOVE CT-ORIGEN-ARCHIVO          TO IND-ORIGEN-PRESUP
           MOVE CT-PROGRAMA                TO COD-USUARIO-PRESUP
           MOVE WS-FEC-HOY                 TO FEC-ACT-PRESUP
      *
           EXEC SQL
               INSERT INTO V1DT124
                   (COD_OFICINA,
                    ANO_MES,
                    COD_GRP_DIVISA,
                    IMP_VOL_PRESUP,
                    IMP_COM_PRESUP,
                    IMP_VOL_REAL,
                    IMP_COM_REAL,
                    FEC_CALCULO_REAL,
                    IND_ORIGEN,
                    COD_USUARIO,
                    FEC_ACTUALIZA)
               VALUES
                   (:COD-OFI-PRESUP,
                    :ANO-MES-PRESUP,
                    :COD-GRP-PRESUP,
                    :IMP-VOL-PRESUP,
                    :IMP-COM-PRESUP,
                    :IMP-VOL-REAL,
                    :IMP-COM-REAL,
                    :FEC-CALCULO-REAL,
                    :IND-ORIGEN-PRESUP,
                    :COD-USUARIO-PRESUP,
                    :FEC-ACT-PRESUP)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-ALTAS

               WHEN DB2-DUPREC
                   EXEC SQL
                       UPDATE V1DT124
                          SET IMP_VOL_PRESUP = :IMP-VOL-PRESUP,
                              IMP_COM_PRESUP = :IMP-COM-PRESUP,
                              IND_ORIGEN     = :IND-ORIGEN-PRESUP,
                              COD_USUARIO    = :COD-USUARIO-PRESUP,
                              FEC_ACTUALIZA  = :FEC-ACT-PRESUP
                        WHERE COD_OFICINA    = :COD-OFI-PRESUP
                          AND ANO_MES        = :ANO-MES-PRESUP
                          AND COD_GRP_DIVISA = :COD-GRP-PRESUP
                   END-EXEC
                   IF  SQLCODE NOT EQUAL ZEROES
                       PERFORM 9999-ABEND-DB2
                          THRU 9999-ABEND-DB2-EXIT
                   END-IF
                   ADD 1                   TO CN-ACTUALIZADOS

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       5100-APLICAR-PRESUPUESTO-EXIT.
           EXIT.
      ******************************************************************
      *                   5300-APLICAR-GRUPO                           *
      *  UNA DIVISA PERTENECE A UN SOLO GRUPO: EL ULTIMO RECIBIDO      *
      ******************************************************************
       5300-APLICAR-GRUPO.
      *
           IF  PPT-DIVISA EQUAL SPACES
            OR PPT-GRUPO-DIV EQUAL SPACES
               MOVE 'DIVISA O GRUPO EN BLANCO'
                                           TO WS-MOTIVO
               PERFORM 5900-RECHAZAR
                  THRU 5900-RECHAZAR-EXIT
               GO TO 5300-APLICAR-GRUPO-EXIT
           END-IF
      *
           MOVE PPT-DIVISA                 TO COD-DIV-GRUPO
           MOVE PPT-GRUPO-DIV              TO COD-GRP-DIVISA
           MOVE WS-FEC-HOY                 TO FEC-ACT-GRUPO
      *
           EXEC SQL
               INSERT INTO V1DT125
                   (COD_DIV,
                    COD_GRP_DIVISA,
                    FEC_ACTUALIZA)
               VALUES
                   (:COD-DIV-GRUPO,
                    :COD-GRP-DIVISA,
                    :FEC-ACT-GRUPO)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-DUPREC
                   EXEC SQL
                       UPDATE V1DT125
                          SET COD_GRP_DIVISA = :COD-GRP-DIVISA,
                              FEC_ACTUALIZA  = :FEC-ACT-GRUPO
                        WHERE COD_DIV        = :COD-DIV-GRUPO
                   END-EXEC
                   IF  SQLCODE NOT EQUAL ZEROES
                       PERFORM 9999-ABEND-DB2
                          THRU 9999-ABEND-DB2-EXIT
                   END-IF

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           ADD 1                           TO CN-GRUPOS
      *
           .
       5300-APLICAR-GRUPO-EXIT.
           EXIT.
      ******************************************************************
      * 5900-RECHAZAR
      ******************************************************************
       5900-RECHAZAR.
      *
           ADD 1                           TO CN-RECHAZADOS
           MOVE WS-MOTIVO                  TO REC-MOTIVO
           MOVE REG-PLANIFICACION          TO REC-REGISTRO
           WRITE REG-RECHAZO
      *
           .
       5900-RECHAZAR-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PLANIFICACION
                 ARCH-RECHAZOS
      *
           DISPLAY 'V13C54B - REGISTROS LEIDOS:       ' CN-LEIDOS
           DISPLAY 'V13C54B - METAS NUEVAS:           ' CN-ALTAS
           DISPLAY 'V13C54B - METAS REEMPLAZADAS:     '
                   CN-ACTUALIZADOS
           DISPLAY 'V13C54B - DIVISAS AGRUPADAS:      ' CN-GRUPOS
           DISPLAY 'V13C54B - RECHAZADOS:             '
                   CN-RECHAZADOS
      *
           IF  CN-RECHAZADOS GREATER THAN ZEROES
               MOVE 04                     TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-LEIDOS                  TO W924-CANT-LEIDOS
           MOVE CN-ALTAS                   TO W924-CANT-GRABADOS
           MOVE CN-ACTUALIZADOS            TO W924-CANT-ACTUALIZADOS
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
           DISPLAY 'V13C54B - ERROR DB2 SQLCODE: ' SQLCODE
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
