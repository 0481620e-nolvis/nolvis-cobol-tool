      ******************************************************************
      *                                                                *
      *  PROGRAMA: V19C061                                             *
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
      * RUTINA COMUN DE REFILTRADO DE UN PAGO ANTES DE LIBERARLO A LA  *
      * PASARELA.  ENTRE LA GENERACION DEL MT103 Y SU ENVIO EL         *
      * BENEFICIARIO PUEDE ENTRAR A LA LISTA DE VIGILANCIA, EL PAIS    *
      * PUEDE QUEDAR EMBARGADO O LA OPERACION PUEDE TENER UN CASO DE   *
      * REVISION ABIERTO.  LA RUTINA VERIFICA, EN ESTE ORDEN:          *
      *  - CASO ABIERTO EN V1DT009 PARA EL NUM_REF (ABIERTO, EN        *
      *    ANALISIS O ESCALADO)                                        *
      *  - LISTA DE VIGILANCIA V1DT014 VIGENTE A LA FECHA, POR RIF O   *
      *    POR NOMBRE NORMALIZADO (MISMO CRITERIO QUE V13C17B)         *
      *  - BANDERA DE EMBARGO DEL PAIS DE DESTINO EN V1DT087           *
      * Y DEVUELVE EL PRIMER MOTIVO DE RETENCION HALLADO.  NO EMITE    *
      * DISPLAY PORQUE LA LLAMAN TANTO PROCESOS BATCH COMO LA          *
      * PANTALLA DE LIBERACION: LOS ERRORES DB2 VUELVEN EN EL RETORNO  *
      * CON SU SQLCODE PARA QUE EL LLAMADOR DECIDA                     *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V19C061.
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
           05  WS-CANT-COINCIDE            PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-I                        PIC 9(04)   VALUE ZEROES.
           05  WS-J                        PIC 9(04)   VALUE ZEROES.
           05  WS-NOM-ENTRADA              PIC X(40)   VALUE SPACES.
           05  WS-NOM-ENTRADA-R REDEFINES WS-NOM-ENTRADA.
               10  WS-NOM-ENT-CAR          PIC X(01)  OCCURS 40 TIMES.
           05  WS-NOM-SALIDA               PIC X(40)   VALUE SPACES.
           05  WS-NOM-SALIDA-R REDEFINES WS-NOM-SALIDA.
               10  WS-NOM-SAL-CAR          PIC X(01)  OCCURS 40 TIMES.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V19C061'.
           05  CT-EST-ABIERTO              PIC X(01)   VALUE 'A'.
           05  CT-EST-ANALISIS             PIC X(01)   VALUE 'E'.
           05  CT-EST-ESCALADO             PIC X(01)   VALUE 'S'.
           05  CT-EMBARGADO                PIC X(01)   VALUE 'S'.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT009
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT087
           END-EXEC
      ******************************************************************
      *                                                                *
      *                L I N K A G E     S E C T I O N                 *
      *                                                                *
      ******************************************************************
       LINKAGE SECTION.
      *
           COPY V1WC961.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1WC961.
      *
       MAINLINE.
      *
           SET W961-88-LIBRE               TO TRUE
           MOVE ZEROES                     TO W961-SQLCODE
      *
           IF  W961-FEC-PROCESO EQUAL SPACES OR LOW-VALUES
               MOVE FUNCTION CURRENT-DATE(1:8)
                                           TO WS-FEC-DIA
           ELSE
               MOVE W961-FEC-PROCESO       TO WS-FEC-DIA
           END-IF
      *
           PERFORM 2000-VERIFICAR-CASO
              THRU 2000-VERIFICAR-CASO-EXIT
      *
           IF  W961-88-LIBRE
               PERFORM 3000-VERIFICAR-LISTA
                  THRU 3000-VERIFICAR-LISTA-EXIT
           END-IF
      *
           IF  W961-88-LIBRE
               PERFORM 4000-VERIFICAR-EMBARGO
                  THRU 4000-VERIFICAR-EMBARGO-EXIT
           END-IF
      *
           GOBACK
           .
      ******************************************************************
      *                    2000-VERIFICAR-CASO                         *
      *  UN CASO DE REVISION QUE NO ESTE CERRADO (JUSTIFICADO O        *
      *  REPORTABLE) RETIENE EL PAGO                                   *
      ******************************************************************
       2000-VERIFICAR-CASO.
      *
           MOVE W961-NUM-REF               TO NUM-REF OF DCLV1DT009
      *
           EXEC SQL
               SELECT EST_CASO
               INTO  :EST-CASO
               FROM V1DT009
               WHERE NUM_REF = :DCLV1DT009.NUM-REF
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   IF  EST-CASO EQUAL CT-EST-ABIERTO
                    OR EST-CASO EQUAL CT-EST-ANALISIS
                    OR EST-CASO EQUAL CT-EST-ESCALADO
                       SET W961-88-CASO    TO TRUE
                   END-IF

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   MOVE SQLCODE            TO W961-SQLCODE
                   SET W961-88-ERROR       TO TRUE
           END-EVALUATE
      *
           .
       2000-VERIFICAR-CASO-EXIT.
           EXIT.
      ******************************************************************
      *                    3000-VERIFICAR-LISTA                        *
      *  COTEJO CONTRA LA LISTA DE VIGILANCIA VIGENTE, POR RIF O POR   *
      *  NOMBRE NORMALIZADO                                            *
      ******************************************************************
       3000-VERIFICAR-LISTA.
      *
           MOVE W961-NOM-BENEF             TO WS-NOM-ENTRADA
           PERFORM 5900-NORMALIZAR-NOMBRE
              THRU 5900-NORMALIZAR-NOMBRE-EXIT
      *
           MOVE ZEROES                     TO WS-CANT-COINCIDE
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-COINCIDE
               FROM V1DT014
               WHERE (IDF_RIF = :W961-IDF-RIF OR
                      NOM_NORMALIZADO = :WS-NOM-SALIDA)
                 AND FEC_DESDE <= :WS-FEC-DIA
                 AND FEC_HASTA >= :WS-FEC-DIA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               MOVE SQLCODE                TO W961-SQLCODE
               SET W961-88-ERROR           TO TRUE
               GO TO 3000-VERIFICAR-LISTA-EXIT
           END-IF
      *
           IF  WS-CANT-COINCIDE GREATER THAN ZEROES
               SET W961-88-LISTA           TO TRUE
           END-IF
      *
           .
       3000-VERIFICAR-LISTA-EXIT.
           EXIT.
      ******************************************************************
      *                   4000-VERIFICAR-EMBARGO                       *
      *  PAIS DE DESTINO CON LA BANDERA DE EMBARGO DEL MAESTRO.  SIN   *
      *  PAIS DE DESTINO (PAGO LOCAL) NO HAY NADA QUE VERIFICAR        *
      ******************************************************************
       4000-VERIFICAR-EMBARGO.
      *
           IF  W961-COD-PAIS NOT NUMERIC
            OR W961-COD-PAIS EQUAL ZEROES
               GO TO 4000-VERIFICAR-EMBARGO-EXIT
           END-IF
      *
           MOVE W961-COD-PAIS              TO COD-PAIS-ISO
      *
           EXEC SQL
               SELECT IND_EMBARGO
               INTO  :IND-EMBARGO-PAIS
               FROM V1DT087
               WHERE COD_PAIS = :COD-PAIS-ISO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   IF  IND-EMBARGO-PAIS EQUAL CT-EMBARGADO
                       SET W961-88-EMBARGO TO TRUE
                   END-IF

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   MOVE SQLCODE            TO W961-SQLCODE
                   SET W961-88-ERROR       TO TRUE
           END-EVALUATE
      *
           .
       4000-VERIFICAR-EMBARGO-EXIT.
           EXIT.
      ******************************************************************
      *                  5900-NORMALIZAR-NOMBRE                        *
      *  DEJA SOLO LETRAS Y DIGITOS, PEGADOS A LA IZQUIERDA            *
      ******************************************************************
       5900-NORMALIZAR-NOMBRE.
      *
           MOVE SPACES                     TO WS-NOM-SALIDA
           MOVE ZEROES                     TO WS-J
           MOVE ZEROES                     TO WS-I
      *
           PERFORM 5910-NORMALIZAR-CARACTER
              THRU 5910-NORMALIZAR-CARACTER-EXIT
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER THAN 40
      *
           .
       5900-NORMALIZAR-NOMBRE-EXIT.
           EXIT.
      ******************************************************************
      * 5910-NORMALIZAR-CARACTER
      ******************************************************************
       5910-NORMALIZAR-CARACTER.
      *
           IF  WS-NOM-ENT-CAR(WS-I) EQUAL SPACE
               GO TO 5910-NORMALIZAR-CARACTER-EXIT
           END-IF
      *
           IF  WS-NOM-ENT-CAR(WS-I) ALPHABETIC
            OR WS-NOM-ENT-CAR(WS-I) NUMERIC
               ADD 1                       TO WS-J
               MOVE WS-NOM-ENT-CAR(WS-I)   TO WS-NOM-SAL-CAR(WS-J)
           END-IF
      *
           .
       5910-NORMALIZAR-CARACTER-EXIT.
           EXIT.
