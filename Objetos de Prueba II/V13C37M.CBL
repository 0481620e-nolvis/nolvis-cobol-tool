      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C37M                                             *
      *                                                                *
      *  FECHA CREACION: 14/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: CAPTURA DE CONTRATOS A PLAZO ('F') Y SWAPS DE   *
      *               DIVISAS ('S') CON CLIENTES (V1DT098).  SE       *
      *               VALIDA CONTRA LAS MISMAS REFERENCIAS QUE LA     *
      *               CAPTURA AL CONTADO V12C43M: CONCEPTO V1DT003,   *
      *               DIVISA BKAB0003, PAISES V1DT087 Y EMBARGOS      *
      *               V1DT057.  EL SWAP GRABA SUS DOS PATAS DE        *
      *               SENTIDO CONTRARIO BAJO EL MISMO NUMERO DE       *
      *               CONTRATO, ACUNADO EN EL CONTADOR 'CONTRATO' DE  *
      *               V1DT056.  NADA ENTRA A V1DT001 HASTA EL         *
      *               VENCIMIENTO: LO HACE V13C37B                    *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C37M.
       AUTHOR.       FACTORIA.
       DATE-WRITTEN. 14/10/2026
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      *        E N V I R O N M E N T         D I V I S I O N           *
      *                                                                *
      *     DESCRIPCION DEL ENTORNO Y ESPECIFICACIONES INICIALES       *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
      ******************************************************************
      *                                                                *
      *                D A T A            D I V I S I O N              *
      *                                                                *
      *            DESCRIPCION DE TODOS LOS DATOS UTILIZADOS           *
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
           05  WS-TABLA                    PIC X(08).
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
           05  WS-FECHA-AUX                PIC X(08)   VALUE SPACES.
           05  WS-FEC-VENCE-1              PIC X(08)   VALUE SPACES.
           05  WS-FEC-VENCE-2              PIC X(08)   VALUE SPACES.
           05  WS-IMP-ALFA                 PIC X(15)   VALUE SPACES.
           05  WS-IMP-NUM REDEFINES WS-IMP-ALFA
                                           PIC 9(13)V9(02).
           05  WS-TAS-ALFA                 PIC X(11)   VALUE SPACES.
           05  WS-TAS-NUM REDEFINES WS-TAS-ALFA
                                           PIC 9(07)V9(04).
           05  WS-TAS-PATA-1               PIC S9(07)V9(04) COMP-3
                                                       VALUE ZEROES.
           05  WS-TAS-PATA-2               PIC S9(07)V9(04) COMP-3
                                                       VALUE ZEROES.
           05  WS-CANT-FERIADO             PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-PAIS-EMBARGO             PIC 9(03)   VALUE ZEROES.
           05  WS-CANT-EMBARGO             PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-DECIMALES                PIC 9(01)   VALUE 2.
           05  WS-CPT-VALIDAR              PIC X(03)   VALUE SPACES.
           05  WS-IDF-VALIDAR              PIC X(01)   VALUE SPACES.
           05  WS-IDF-PATA-2               PIC X(01)   VALUE SPACES.
           05  WS-NUM-CONTRATO-ED          PIC 9(09)   VALUE ZEROES.
      * AD03-I : BLOQUEO JUDICIAL (V1DT121)
           05  WS-ALC-VENTA                PIC X(01)   VALUE SPACE.
           05  WS-ALC-TRANSF               PIC X(01)   VALUE SPACE.
      * AD03-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-TIPO-CONTRATO            PIC X(01).
               88  SW-88-FORWARD                       VALUE 'F'.
               88  SW-88-SWAP                          VALUE 'S'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C37M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-TC8C1220                 PIC X(08)   VALUE 'TC8C1220'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-IDF-COMPRA               PIC X(01)   VALUE 'C'.
           05  CT-IDF-VENTA                PIC X(01)   VALUE 'V'.
           05  CT-TAB-SWIFT                PIC X(03)   VALUE '094'.
           05  CT-CPT-COMPRA-DESDE         PIC X(03)   VALUE '111'.
           05  CT-CPT-COMPRA-HASTA         PIC X(03)   VALUE '199'.
           05  CT-CPT-VENTA-DESDE          PIC X(03)   VALUE '211'.
           05  CT-CPT-VENTA-HASTA          PIC X(03)   VALUE '299'.
           05  CT-CONTADOR-CONTRATOS       PIC X(08)   VALUE 'CONTRATO'.
           05  CT-EST-ABIERTO              PIC X(01)   VALUE 'A'.
      * AD03-I : BLOQUEO JUDICIAL (V1DT121)
           05  CT-ALC-TODAS                PIC X(01)   VALUE 'A'.
           05  CT-ALC-VENTAS               PIC X(01)   VALUE 'V'.
           05  CT-ALC-TRANSF               PIC X(01)   VALUE 'T'.
           05  CT-PAGO-TRANSF              PIC X(01)   VALUE 'T'.
           05  CT-ORDEN-VIGENTE            PIC X(01)   VALUE 'V'.
      * AD03-F
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-FECHA-ERRADA             PIC X(07)   VALUE 'V1E0033'.
           05  ME-MONTO-REQUERIDO          PIC X(07)   VALUE 'V1E0075'.
           05  ME-CONCEPTO-ERRADO          PIC X(07)   VALUE 'V1E0091'.
           05  ME-DIVISA-ERRADA            PIC X(07)   VALUE 'V1E0092'.
           05  ME-PAIS-ERRADO              PIC X(07)   VALUE 'V1E0093'.
           05  ME-FECVAL-FERIADO           PIC X(07)   VALUE 'V1E0094'.
           05  ME-CMPVTA-ERRADO            PIC X(07)   VALUE 'V1E0095'.
           05  ME-DOC-REQUERIDO            PIC X(07)   VALUE 'V1E0041'.
           05  ME-TASA-ERRADA              PIC X(07)   VALUE 'V1E0097'.
           05  ME-PAIS-EMBARGADO           PIC X(07)   VALUE 'V1E0163'.
           05  ME-DECIMALES-ERRADOS        PIC X(07)   VALUE 'V1E0191'.
           05  ME-VENCE-NO-FUTURO          PIC X(07)   VALUE 'V1E0198'.
           05  ME-PATA-LEJANA-ERRADA       PIC X(07)   VALUE 'V1E0199'.
      * AD03-I : BLOQUEO JUDICIAL (V1DT121)
           05  ME-BLOQUEO-JUDICIAL         PIC X(07)   VALUE 'V1E0221'.
      * AD03-F
           05  ME-ALTA-CONFORME            PIC X(07)   VALUE 'V1A0510'.
      ******************************************************************
      *                       COPYS UTILIZADAS                         *
      ******************************************************************
       COPY DFHAID.
      * COPY PARA ATRIBUTOS DE LA PANTALLA
           COPY QCWCI20.
      * COPY DE LA RUTINA QG1CABC (ABENDS)
           COPY QGECABC.
      * COPY PARA ERRORES DB2
           COPY QCWCL20.
      * COPY DE LA RUTINA TC8C1220 DE VALIDACION DE FECHAS
           COPY TCWC1750.
      ******************************************************************
      *                       AREA DE TABLAS                           *
      ******************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
               INCLUDE BKAB0003
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT003
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT056
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT087
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT098
           END-EXEC
      * AD03-I : BLOQUEO JUDICIAL (V1DT121)
      *
           EXEC SQL
               INCLUDE V1GT121
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT122
           END-EXEC
      * AD03-F
      *
      ******************************************************************
      *                COPY DE AUDITORIA DE NAVEGACION                 *
      ******************************************************************
           COPY V1WC930.
           COPY V1WC954.
      * AD01-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           COPY V1WC963.
      * AD01-F
       01  WS-QGECAUD-01.
           COPY QGECAUD.
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
      *
           COPY QGECCAA.
       COPY V1ND37M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND37MI.
      *
       MAINLINE.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT
      *
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
      *
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
      *
           GOBACK
           .
      ******************************************************************
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
      * AD01-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      * AD01-F
      *
           SET ADDRESS OF V1ND37MI         TO CAA-PTR-COPYIN
      *
           EXEC CICS
               IGNORE CONDITION ERROR
           END-EXEC
      *
           MOVE CAA-CODTRAN                TO CAA-CODTRAN-SIG
           SET CAA-88-CONTABLE-NO          TO TRUE
      *
           MOVE SPACES                     TO CAA-COD-AVISO1
                                              CAA-COD-AVISO2
                                              CAA-VAR1-ERROR
                                              CAA-VAR2-ERROR
                                              CAA-COD-ERROR
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           PERFORM 1900-REGISTRAR-AUDITORIA
              THRU 1900-REGISTRAR-AUDITORIA-EXIT
      *
           PERFORM 1950-VERIFICAR-ACCESO
              THRU 1950-VERIFICAR-ACCESO-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                 1900-REGISTRAR-AUDITORIA                       *
      ******************************************************************
       1900-REGISTRAR-AUDITORIA.
      *
           EXEC CICS
               ASSIGN
               USERID(AUD-USUARIO)
               NOHANDLE
           END-EXEC
      *
           MOVE CAA-TERMINAL               TO AUD-TERMINAL
           MOVE CAA-CODTRAN                TO AUD-CODTRAN
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-HORA
      *
           EXEC CICS
               LINK PROGRAM('QG1CAUD')
               COMMAREA(QGECAUD)
               NOHANDLE
           END-EXEC
      *
           .
       1900-REGISTRAR-AUDITORIA-EXIT.
           EXIT.
      ******************************************************************
      *                   1950-VERIFICAR-ACCESO                        *
      ******************************************************************
       1950-VERIFICAR-ACCESO.
      *
           MOVE AUD-USUARIO                TO W930-USUARIO
           MOVE CAA-CODTRAN                TO W930-TRAN
           SET W930-88-MODO-ENTRADA        TO TRUE
           MOVE SPACES                     TO W930-RETORNO
                                              W930-DATO-COMPLETO
      *
           EXEC CICS
               LINK PROGRAM('V19C030')
               COMMAREA(V1WC930)
               NOHANDLE
           END-EXEC
      *
           IF  NOT W930-88-PERMITIDO
               MOVE ME-ACCESO-DENEGADO     TO CAA-COD-ERROR
               SET CAA-88-CODTRAN-SIG-ULTI TO TRUE
               SET CAA-88-ACCION-PROGRAMA  TO TRUE
               SET CAA-88-ESTADO-INICIO    TO TRUE
               PERFORM 3000-FIN
                  THRU 3000-FIN-EXIT
           END-IF
      *
           .
       1950-VERIFICAR-ACCESO-EXIT.
           EXIT.
      ******************************************************************
      *                        2000-PROCESO                            *
      ******************************************************************
       2000-PROCESO.
      *
           EVALUATE TRUE
               WHEN CAA-88-ESTADO-INICIO
                   PERFORM 2100-ESTADO-INICIO
                      THRU 2100-ESTADO-INICIO-EXIT

               WHEN CAA-88-ESTADO-CONTIN
                   PERFORM 2200-ESTADO-CONTINUACION
                      THRU 2200-ESTADO-CONTINUACION-EXIT
           END-EVALUATE
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *                     2100-ESTADO-INICIO                         *
      ******************************************************************
       2100-ESTADO-INICIO.
      *
           INITIALIZE V1ND37MI
      *
           SET CAA-88-ESTADO-CONTIN        TO TRUE
           SET CAA-88-ACCION-TERMINAL      TO TRUE
      *
           MOVE ATRI-NOP-NUM-BRI           TO TIPCONA
           MOVE -1                         TO TIPCONL
      *
           .
       2100-ESTADO-INICIO-EXIT.
           EXIT.
      ******************************************************************
      * 2200-ESTADO-CONTINUACION
      ******************************************************************
       2200-ESTADO-CONTINUACION.
      *
           IF  CAA-TECLA NOT = CT-INTRO
               MOVE ME-TECLA-INCORRECTA    TO CAA-COD-ERROR
               MOVE -1                     TO TIPCONL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2300-VALIDAR-CAPTURA
              THRU 2300-VALIDAR-CAPTURA-EXIT
      *
           PERFORM 2800-ACUNAR-CONTRATO
              THRU 2800-ACUNAR-CONTRATO-EXIT
      *
           PERFORM 2900-GRABAR-CONTRATO
              THRU 2900-GRABAR-CONTRATO-EXIT
      *
           MOVE NUM-CONTRATO               TO WS-NUM-CONTRATO-ED
           MOVE WS-NUM-CONTRATO-ED         TO NUMCONI
           MOVE ME-ALTA-CONFORME           TO CAA-COD-AVISO1
           MOVE -1                         TO TIPCONL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2300-VALIDAR-CAPTURA
      *  EL CONTRATO SE VALIDA CON LAS MISMAS REGLAS DE UNA OPERACION  *
      *  AL CONTADO: CUANDO VENZA SERA UNA OPERACION DE V1DT001 Y LAS  *
      *  CONSULTAS DE LA SUITE ASUMEN QUE VIENE BIEN FORMADA           *
      ******************************************************************
       2300-VALIDAR-CAPTURA.
      *
           MOVE TIPCONI                    TO SW-TIPO-CONTRATO
      *
           IF  NOT (SW-88-FORWARD OR SW-88-SWAP)
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO TIPCONL
               PERFORM REINPUT
           END-IF
      *
           IF  CODOFII EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO CODOFIL
               PERFORM REINPUT
           END-IF
      *
           IF  NUMDOCI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DOC-REQUERIDO       TO CAA-COD-ERROR
               MOVE -1                     TO NUMDOCL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2600-VALIDAR-DIVISA
              THRU 2600-VALIDAR-DIVISA-EXIT
      *
           MOVE IMPCONI                    TO WS-IMP-ALFA
           INSPECT WS-IMP-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-IMP-ALFA NOT NUMERIC
            OR WS-IMP-NUM EQUAL ZEROES
               MOVE ME-MONTO-REQUERIDO     TO CAA-COD-ERROR
               MOVE -1                     TO IMPCONL
               PERFORM REINPUT
           END-IF
      *
           IF  WS-DECIMALES EQUAL ZEROES
               IF  WS-IMP-ALFA(14:2) NOT EQUAL '00'
                   MOVE ME-DECIMALES-ERRADOS
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO IMPCONL
                   PERFORM REINPUT
               END-IF
           END-IF
      *
      *    PATA CERCANA (UNICA EN EL FORWARD)
      *
           MOVE CODCP1I                    TO WS-CPT-VALIDAR
           MOVE IDFCV1I                    TO WS-IDF-VALIDAR
      *
           IF  WS-IDF-VALIDAR NOT EQUAL CT-IDF-COMPRA
           AND WS-IDF-VALIDAR NOT EQUAL CT-IDF-VENTA
               MOVE ME-CMPVTA-ERRADO       TO CAA-COD-ERROR
               MOVE -1                     TO IDFCV1L
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2500-VALIDAR-CONCEPTO
              THRU 2500-VALIDAR-CONCEPTO-EXIT
      *
           IF  CAA-COD-ERROR NOT EQUAL SPACES
               MOVE -1                     TO CODCP1L
               PERFORM REINPUT
           END-IF
      *
           MOVE TASPA1I                    TO WS-TAS-ALFA
           INSPECT WS-TAS-ALFA REPLACING LEADING SPACES BY ZEROES
           IF  WS-TAS-ALFA NOT NUMERIC
            OR WS-TAS-NUM EQUAL ZEROES
               MOVE ME-TASA-ERRADA         TO CAA-COD-ERROR
               MOVE -1                     TO TASPA1L
               PERFORM REINPUT
           END-IF
           MOVE WS-TAS-NUM                 TO WS-TAS-PATA-1
      *
           MOVE FECVE1I                    TO W175-FHGRE1
           PERFORM 2400-VALIDAR-VENCIMIENTO
              THRU 2400-VALIDAR-VENCIMIENTO-EXIT
      *
           IF  CAA-COD-ERROR NOT EQUAL SPACES
               MOVE -1                     TO FECVE1L
               PERFORM REINPUT
           END-IF
           MOVE WS-FECHA-AUX               TO WS-FEC-VENCE-1
      *
      *    PATA LEJANA: SOLO EN EL SWAP, EN SENTIDO CONTRARIO A LA
      *    CERCANA Y CON VENCIMIENTO POSTERIOR
      *
           IF  SW-88-SWAP
               PERFORM 2350-VALIDAR-PATA-LEJANA
                  THRU 2350-VALIDAR-PATA-LEJANA-EXIT
           ELSE
               IF  (CODCP2I NOT EQUAL SPACES AND LOW-VALUES)
                OR (TASPA2I NOT EQUAL SPACES AND LOW-VALUES)
                OR (FECVE2I NOT EQUAL SPACES AND LOW-VALUES)
                   MOVE ME-PATA-LEJANA-ERRADA
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO CODCP2L
                   PERFORM REINPUT
               END-IF
           END-IF
      *
           PERFORM 2700-VALIDAR-PAISES
              THRU 2700-VALIDAR-PAISES-EXIT
      *
           PERFORM 2750-VALIDAR-EMBARGO
              THRU 2750-VALIDAR-EMBARGO-EXIT
      *
      * AD03-I : BLOQUEO JUDICIAL (V1DT121)
      *    CLIENTE CON UNA ORDEN JUDICIAL VIGENTE QUE ALCANZA EL
      *    CONTRATO: SE RECHAZA Y EL INTENTO QUEDA PARA EL TRIBUNAL
           PERFORM 2760-VALIDAR-BLOQUEO
              THRU 2760-VALIDAR-BLOQUEO-EXIT
      * AD03-F
      *
           .
       2300-VALIDAR-CAPTURA-EXIT.
           EXIT.
      ******************************************************************
      * 2350-VALIDAR-PATA-LEJANA
      ******************************************************************
       2350-VALIDAR-PATA-LEJANA.
      *
           IF  IDFCV1I EQUAL CT-IDF-COMPRA
               MOVE CT-IDF-VENTA           TO WS-IDF-PATA-2
           ELSE
               MOVE CT-IDF-COMPRA          TO WS-IDF-PATA-2
           END-IF
      *
           MOVE CODCP2I                    TO WS-CPT-VALIDAR
           MOVE WS-IDF-PATA-2              TO WS-IDF-VALIDAR
      *
           PERFORM 2500-VALIDAR-CONCEPTO
              THRU 2500-VALIDAR-CONCEPTO-EXIT
      *
           IF  CAA-COD-ERROR NOT EQUAL SPACES
               MOVE -1                     TO CODCP2L
               PERFORM REINPUT
           END-IF
      *
           MOVE TASPA2I                    TO WS-TAS-ALFA
           INSPECT WS-TAS-ALFA REPLACING LEADING SPACES BY ZEROES
           IF  WS-TAS-ALFA NOT NUMERIC
            OR WS-TAS-NUM EQUAL ZEROES
               MOVE ME-TASA-ERRADA         TO CAA-COD-ERROR
               MOVE -1                     TO TASPA2L
               PERFORM REINPUT
           END-IF
           MOVE WS-TAS-NUM                 TO WS-TAS-PATA-2
      *
           MOVE FECVE2I                    TO W175-FHGRE1
           PERFORM 2400-VALIDAR-VENCIMIENTO
              THRU 2400-VALIDAR-VENCIMIENTO-EXIT
      *
           IF  CAA-COD-ERROR NOT EQUAL SPACES
               MOVE -1                     TO FECVE2L
               PERFORM REINPUT
           END-IF
           MOVE WS-FECHA-AUX               TO WS-FEC-VENCE-2
      *
           IF  WS-FEC-VENCE-2 NOT GREATER THAN WS-FEC-VENCE-1
               MOVE ME-PATA-LEJANA-ERRADA  TO CAA-COD-ERROR
               MOVE -1                     TO FECVE2L
               PERFORM REINPUT
           END-IF
      *
           .
       2350-VALIDAR-PATA-LEJANA-EXIT.
           EXIT.
      ******************************************************************
      * 2400-VALIDAR-VENCIMIENTO
      *  FECHA (DD/MM/AAAA) VIA TC8C1220, POSTERIOR A HOY Y HABIL EN   *
      *  LA PLAZA LOCAL (V1DT007) Y EN LA DE LA DIVISA (V1DT086).      *
      *  DEJA LA FECHA AAAAMMDD EN WS-FECHA-AUX                        *
      ******************************************************************
       2400-VALIDAR-VENCIMIENTO.
      *
           MOVE '1'                        TO W175-CDOPCIO
           MOVE SPACES                     TO W175-FHGRE2
                                              W175-CDRETORN
           CALL CT-TC8C1220 USING TCWC1750
           IF  W175-CDRETORN NOT EQUAL '00'
               MOVE ME-FECHA-ERRADA        TO CAA-COD-ERROR
               MOVE 'FECHA VENCIMIENTO'    TO CAA-VAR1-ERROR
               GO TO 2400-VALIDAR-VENCIMIENTO-EXIT
           END-IF
      *
           MOVE W175-FHGRE1(1:2)           TO WS-FECHA-AUX(7:2)
           MOVE W175-FHGRE1(3:2)           TO WS-FECHA-AUX(5:2)
           MOVE W175-FHGRE1(5:4)           TO WS-FECHA-AUX(1:4)
      *
           IF  WS-FECHA-AUX NOT GREATER THAN WS-FEC-HOY
               MOVE ME-VENCE-NO-FUTURO     TO CAA-COD-ERROR
               GO TO 2400-VALIDAR-VENCIMIENTO-EXIT
           END-IF
      *
           MOVE 'V1DT007'                  TO WS-TABLA
           MOVE ZEROES                     TO WS-CANT-FERIADO
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-FERIADO
               FROM V1DT007
               WHERE FEC_FERIADO = :WS-FECHA-AUX
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-FERIADO GREATER THAN ZEROES
               MOVE ME-FECVAL-FERIADO      TO CAA-COD-ERROR
               GO TO 2400-VALIDAR-VENCIMIENTO-EXIT
           END-IF
      *
           MOVE 'V1DT086'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-FERIADO
               FROM V1DT086
               WHERE COD_DIV     = :CODDIVI
                 AND FEC_FERIADO = :WS-FECHA-AUX
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-FERIADO GREATER THAN ZEROES
               MOVE ME-FECVAL-FERIADO      TO CAA-COD-ERROR
           END-IF
      *
           .
       2400-VALIDAR-VENCIMIENTO-EXIT.
           EXIT.
      ******************************************************************
      * 2500-VALIDAR-CONCEPTO
      *  EL CONCEPTO DEBE EXISTIR EN V1DT003 Y SER COHERENTE CON EL    *
      *  SENTIDO DE LA PATA (1XX COMPRA, 2XX VENTA).  DEJA EL ERROR    *
      *  EN CAA-COD-ERROR PARA QUE EL LLAMADOR POSICIONE EL CURSOR     *
      ******************************************************************
       2500-VALIDAR-CONCEPTO.
      *
           MOVE 'V1DT003'                  TO WS-TABLA
           MOVE WS-CPT-VALIDAR          TO COD-CPT-CMP-VTA OF DCLV1DT003
      *
           EXEC SQL
               SELECT DESC_CPT_CMP_VTA
               INTO  :DCLV1DT003.DESC-CPT-CMP-VTA
               FROM V1DT003
               WHERE COD_CPT_CMP_VTA = :DCLV1DT003.COD-CPT-CMP-VTA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-CONCEPTO-ERRADO TO CAA-COD-ERROR
                   GO TO 2500-VALIDAR-CONCEPTO-EXIT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  WS-IDF-VALIDAR EQUAL CT-IDF-COMPRA
           AND (WS-CPT-VALIDAR LESS THAN CT-CPT-COMPRA-DESDE OR
                WS-CPT-VALIDAR GREATER THAN CT-CPT-COMPRA-HASTA)
               MOVE ME-CMPVTA-ERRADO       TO CAA-COD-ERROR
           END-IF
      *
           IF  WS-IDF-VALIDAR EQUAL CT-IDF-VENTA
           AND (WS-CPT-VALIDAR LESS THAN CT-CPT-VENTA-DESDE OR
                WS-CPT-VALIDAR GREATER THAN CT-CPT-VENTA-HASTA)
               MOVE ME-CMPVTA-ERRADO       TO CAA-COD-ERROR
           END-IF
      *
           .
       2500-VALIDAR-CONCEPTO-EXIT.
           EXIT.
      ******************************************************************
      * 2600-VALIDAR-DIVISA
      *  LA DIVISA DEBE EXISTIR EN LA TABLA BANCARIA BASICA DE         *
      *  CODIGOS SWIFT (BKAB0003), CON SUS DECIMALES NATURALES         *
      ******************************************************************
       2600-VALIDAR-DIVISA.
      *
           MOVE 'BKAB0003'                 TO WS-TABLA
           MOVE CODDIVI                    TO CTBCDT03
           MOVE 2                          TO WS-DECIMALES
      *
           EXEC SQL
               SELECT CTBCOD03,
                      CTBDEC03
               INTO :CTBCOD03,
                    :CTBDEC03
               FROM BKAB0003_BASE
               WHERE CTBNDT03 = :CT-TAB-SWIFT AND
                     CTBCDT03 = :CTBCDT03
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN ZEROS
               WHEN -811
                   MOVE CTBDEC03           TO WS-DECIMALES

               WHEN +100
                   MOVE ME-DIVISA-ERRADA   TO CAA-COD-ERROR
                   MOVE -1                 TO CODDIVL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2600-VALIDAR-DIVISA-EXIT.
           EXIT.
      ******************************************************************
      * 2700-VALIDAR-PAISES
      *  LOS PAISES CORRESPONSAL Y DESTINO DEBEN ESTAR ACTIVOS EN EL   *
      *  MAESTRO DE PAISES V1DT087                                     *
      ******************************************************************
       2700-VALIDAR-PAISES.
      *
           MOVE 'V1DT087'                  TO WS-TABLA
      *
           IF  PAISCOI NOT NUMERIC
               MOVE ME-PAIS-ERRADO         TO CAA-COD-ERROR
               MOVE -1                     TO PAISCOL
               PERFORM REINPUT
           END-IF
      *
           MOVE PAISCOI                    TO COD-PAIS-ISO
      *
           EXEC SQL
               SELECT NOM_PAIS
               INTO  :NOM-PAIS
               FROM V1DT087
               WHERE COD_PAIS   = :COD-PAIS-ISO
                 AND IND_ACTIVO = 'S'
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-PAIS-ERRADO     TO CAA-COD-ERROR
                   MOVE -1                 TO PAISCOL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  PAISDEI NOT NUMERIC
               MOVE ME-PAIS-ERRADO         TO CAA-COD-ERROR
               MOVE -1                     TO PAISDEL
               PERFORM REINPUT
           END-IF
      *
           MOVE PAISDEI                    TO COD-PAIS-ISO
      *
           EXEC SQL
               SELECT NOM_PAIS
               INTO  :NOM-PAIS
               FROM V1DT087
               WHERE COD_PAIS   = :COD-PAIS-ISO
                 AND IND_ACTIVO = 'S'
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-PAIS-ERRADO     TO CAA-COD-ERROR
                   MOVE -1                 TO PAISDEL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2700-VALIDAR-PAISES-EXIT.
           EXIT.
      ******************************************************************
      * 2750-VALIDAR-EMBARGO
      *  UN CONTRATO HACIA O VIA UN PAIS EMBARGADO SE RECHAZA IGUAL    *
      *  QUE UNA OPERACION AL CONTADO                                  *
      ******************************************************************
       2750-VALIDAR-EMBARGO.
      *
           MOVE 'V1DT057'                  TO WS-TABLA
      *
           MOVE PAISDEI                    TO WS-PAIS-EMBARGO
           MOVE ZEROES                     TO WS-CANT-EMBARGO
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-EMBARGO
               FROM V1DT057
               WHERE COD_PAIS  = :WS-PAIS-EMBARGO
                 AND FEC_DESDE <= :WS-FEC-HOY
                 AND FEC_HASTA >= :WS-FEC-HOY
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-EMBARGO GREATER THAN ZEROES
               MOVE ME-PAIS-EMBARGADO      TO CAA-COD-ERROR
               MOVE -1                     TO PAISDEL
               PERFORM REINPUT
           END-IF
      *
           MOVE PAISCOI                    TO WS-PAIS-EMBARGO
           MOVE ZEROES                     TO WS-CANT-EMBARGO
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-EMBARGO
               FROM V1DT057
               WHERE COD_PAIS  = :WS-PAIS-EMBARGO
                 AND FEC_DESDE <= :WS-FEC-HOY
                 AND FEC_HASTA >= :WS-FEC-HOY
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-EMBARGO GREATER THAN ZEROES
               MOVE ME-PAIS-EMBARGADO      TO CAA-COD-ERROR
               MOVE -1                     TO PAISCOL
               PERFORM REINPUT
           END-IF
      *
           .
       2750-VALIDAR-EMBARGO-EXIT.
           EXIT.
      * AD03-I : BLOQUEO JUDICIAL (V1DT121)
      ******************************************************************
      * 2760-VALIDAR-BLOQUEO
      *  EL CLIENTE CON UNA ORDEN JUDICIAL VIGENTE (V1DT121) NO PUEDE  *
      *  PACTAR: UNA ORDEN DE ALCANCE A BLOQUEA TODO CONTRATO, LAS DE  *
      *  ALCANCE V LOS QUE TENGAN UNA PATA DE VENTA (TODO SWAP) Y LAS  *
      *  DE ALCANCE T LOS PAGADEROS POR TRANSFERENCIA.  EL RECHAZO SE  *
      *  ANOTA EN V1DT122 SIN REFERENCIA, QUE AUN NO EXISTE            *
      ******************************************************************
       2760-VALIDAR-BLOQUEO.
      *
           MOVE 'V1DT121'                  TO WS-TABLA
           MOVE NUMDOCI                    TO NUM-DOC-BLOQUEO
           MOVE SPACES                     TO WS-ALC-VENTA
                                              WS-ALC-TRANSF
      *
           IF  IDFCV1I EQUAL CT-IDF-VENTA
            OR SW-88-SWAP
               MOVE CT-ALC-VENTAS          TO WS-ALC-VENTA
           END-IF
      *
           IF  TIPPAGI EQUAL CT-PAGO-TRANSF
               MOVE CT-ALC-TRANSF          TO WS-ALC-TRANSF
           END-IF
      *
           EXEC SQL
               SELECT VALUE(MIN(NUM_ORDEN), 0)
               INTO  :NUM-ORDEN-JUD
               FROM V1DT121
               WHERE NUM_DOC_PERSONA = :NUM-DOC-BLOQUEO
                 AND EST_ORDEN       = :CT-ORDEN-VIGENTE
                 AND FEC_DESDE      <= :WS-FEC-HOY
                 AND (FEC_HASTA      = ' '
                  OR  FEC_HASTA     >= :WS-FEC-HOY)
                 AND COD_ALCANCE    IN (:CT-ALC-TODAS,
                                        :WS-ALC-VENTA,
                                        :WS-ALC-TRANSF)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  NUM-ORDEN-JUD EQUAL ZEROES
               GO TO 2760-VALIDAR-BLOQUEO-EXIT
           END-IF
      *
           MOVE NUM-ORDEN-JUD              TO NUM-ORDEN-INT
           MOVE WS-FEC-HOY                 TO FEC-INTENTO-JUD
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-INTENTO-JUD
           MOVE CT-PROGRAMA                TO COD-PROGRAMA-INT
           MOVE NUMDOCI                    TO NUM-DOC-INTENTO
           MOVE AUD-USUARIO                TO COD-USUARIO-INT
           MOVE ZEROES                     TO NUM-REF-INTENTO
           MOVE IDFCV1I                    TO IDF-CMP-VTA-INT
           MOVE TIPPAGI                    TO TIP-PAGO-INT
           MOVE CODDIVI                    TO COD-DIV-INT
           MOVE WS-IMP-NUM                 TO IMP-INTENTO
           MOVE 'V1DT122'                  TO WS-TABLA
      *
           EXEC SQL
               INSERT INTO V1DT122
                   (NUM_ORDEN,
                    FEC_INTENTO,
                    HOR_INTENTO,
                    COD_PROGRAMA,
                    NUM_DOC_PERSONA,
                    COD_USUARIO,
                    NUM_REF,
                    IDF_CMP_VTA,
                    TIP_PAGO,
                    COD_DIV_OPE,
                    IMP_OPE,
                    FEC_INFORMADO)
               VALUES
                   (:NUM-ORDEN-INT,
                    :FEC-INTENTO-JUD,
                    :HOR-INTENTO-JUD,
                    :COD-PROGRAMA-INT,
                    :NUM-DOC-INTENTO,
                    :COD-USUARIO-INT,
                    :NUM-REF-INTENTO,
                    :IDF-CMP-VTA-INT,
                    :TIP-PAGO-INT,
                    :COD-DIV-INT,
                    :IMP-INTENTO,
                    ' ')
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE ME-BLOQUEO-JUDICIAL        TO CAA-COD-ERROR
           MOVE -1                         TO NUMDOCL
           PERFORM REINPUT
      *
           .
       2760-VALIDAR-BLOQUEO-EXIT.
           EXIT.
      * AD03-F
      ******************************************************************
      *                  2800-ACUNAR-CONTRATO                          *
      *  NUMERACION DEFENDIBLE: LA FILA DEL CONTADOR SE ACTUALIZA Y    *
      *  SE LEE EN LA MISMA UNIDAD DE TRABAJO (V1DT056)                *
      ******************************************************************
       2800-ACUNAR-CONTRATO.
      *
           MOVE 'V1DT056'                  TO WS-TABLA
           MOVE CT-CONTADOR-CONTRATOS      TO COD-CONTADOR
      *
           EXEC SQL
               UPDATE V1DT056
                  SET NUM_ACTUAL   = NUM_ACTUAL + 1
                WHERE COD_CONTADOR = :COD-CONTADOR
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               SELECT NUM_ACTUAL
               INTO  :NUM-ACTUAL
               FROM V1DT056
               WHERE COD_CONTADOR = :COD-CONTADOR
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE NUM-ACTUAL                 TO NUM-CONTRATO
      *
           .
       2800-ACUNAR-CONTRATO-EXIT.
           EXIT.
      ******************************************************************
      *                  2900-GRABAR-CONTRATO                          *
      *  UNA FILA POR PATA; EL SWAP GRABA LA LEJANA CON EL SENTIDO     *
      *  CONTRARIO BAJO EL MISMO NUMERO DE CONTRATO                    *
      ******************************************************************
       2900-GRABAR-CONTRATO.
      *
           MOVE TIPCONI                    TO TIP-CONTRATO
           MOVE NUMDOCI                    TO NUM-DOC-CONTRATO
           MOVE CODOFII                    TO COD-OFI-CONTRATO
           MOVE CODDIVI                    TO COD-DIV-CONTRATO
           MOVE WS-IMP-NUM                 TO IMP-CONTRATO
           MOVE WS-FEC-HOY                 TO FEC-PACTO
           MOVE RIFBENI                    TO IDF-RIF-BENEF-CON
           MOVE NOMBENI                    TO NOM-BENEF-CON
           MOVE PAISCOI                    TO COD-PAIS-CORR-CON
           MOVE PAISDEI                    TO COD-PAIS-DEST-CON
           MOVE CTAPASI                    TO CTA-PASIVO-CON
           MOVE TIPPAGI                    TO TIP-PAGO-CON
           MOVE CT-EST-ABIERTO             TO EST-CONTRATO
           MOVE ZEROES                     TO NUM-REF-LIQUIDA
           MOVE AUD-USUARIO                TO COD-USUARIO-CON
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
      *    EL CONTRATO QUEDA EN LA ENTIDAD PRINCIPAL DEL USUARIO,
      *    DEVUELTA POR V19C030 EN 1950-VERIFICAR-ACCESO
           MOVE W930-ENTIDAD               TO COD-ENT-CONTRATO
      * AD02-F
      *
           MOVE 1                          TO NUM-PATA
           MOVE CODCP1I                    TO COD-CPT-CONTRATO
           MOVE IDFCV1I                    TO IDF-CMP-VTA-CON
           MOVE WS-TAS-PATA-1              TO TAS-PACTADA
           MOVE WS-FEC-VENCE-1             TO FEC-VENCIMIENTO
      *
           PERFORM 2950-INSERTAR-PATA
              THRU 2950-INSERTAR-PATA-EXIT
      *
           IF  SW-88-SWAP
               MOVE 2                      TO NUM-PATA
               MOVE CODCP2I                TO COD-CPT-CONTRATO
               MOVE WS-IDF-PATA-2          TO IDF-CMP-VTA-CON
               MOVE WS-TAS-PATA-2          TO TAS-PACTADA
               MOVE WS-FEC-VENCE-2         TO FEC-VENCIMIENTO
               PERFORM 2950-INSERTAR-PATA
                  THRU 2950-INSERTAR-PATA-EXIT
           END-IF
      *
           .
       2900-GRABAR-CONTRATO-EXIT.
           EXIT.
      ******************************************************************
      * 2950-INSERTAR-PATA
      ******************************************************************
       2950-INSERTAR-PATA.
      *
           MOVE 'V1DT098'                  TO WS-TABLA
      *
           EXEC SQL
               INSERT INTO V1DT098
                   (NUM_CONTRATO,
                    NUM_PATA,
                    TIP_CONTRATO,
                    NUM_DOC_PERSONA,
                    COD_OFICINA,
                    COD_DIV,
                    COD_CPT_CMP_VTA,
                    IDF_CMP_VTA,
                    IMP_CONTRATO,
                    TAS_PACTADA,
                    FEC_PACTO,
                    FEC_VENCIMIENTO,
                    IDF_RIF_BENEF,
                    NOM_BENEF,
                    COD_PAIS_CORR,
                    COD_PAIS_DEST,
                    CTA_PASIVO_CL,
                    TIP_PAGO,
                    EST_CONTRATO,
                    NUM_REF,
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                    COD_ENT_BANCO,
      * AD02-F
                    COD_USUARIO)
               VALUES
                   (:NUM-CONTRATO,
                    :NUM-PATA,
                    :TIP-CONTRATO,
                    :NUM-DOC-CONTRATO,
                    :COD-OFI-CONTRATO,
                    :COD-DIV-CONTRATO,
                    :COD-CPT-CONTRATO,
                    :IDF-CMP-VTA-CON,
                    :IMP-CONTRATO,
                    :TAS-PACTADA,
                    :FEC-PACTO,
                    :FEC-VENCIMIENTO,
                    :IDF-RIF-BENEF-CON,
                    :NOM-BENEF-CON,
                    :COD-PAIS-CORR-CON,
                    :COD-PAIS-DEST-CON,
                    :CTA-PASIVO-CON,
                    :TIP-PAGO-CON,
                    :EST-CONTRATO,
                    :NUM-REF-LIQUIDA,
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                    :COD-ENT-CONTRATO,
      * AD02-F
                    :COD-USUARIO-CON)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2950-INSERTAR-PATA-EXIT.
           EXIT.
      ******************************************************************
      * REINPUT
      ******************************************************************
       REINPUT.
      *
           SET CAA-88-ACCION-TERMINAL TO TRUE
           SET CAA-88-ESTADO-CONTIN   TO TRUE
           INITIALIZE CAA-CADENA
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
      *
           .
      ******************************************************************
      * 3000-FIN
      ******************************************************************
       3000-FIN.
      *
           PERFORM RESOLVER-MENSAJE
              THRU RESOLVER-MENSAJE-EXIT
      *
      * AD01-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      * AD01-F
           EXEC CICS
               RETURN
           END-EXEC
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      * 9999-ABEND-DB2                                                 *
      ******************************************************************
       9999-ABEND-DB2.
      *
           INITIALIZE                         QGECABC
           MOVE CT-SI                      TO ABC-ABEND
           MOVE CT-PROGRAMA                TO ABC-PROGRAMA
           MOVE WS-TABLA                   TO ABC-OBJETO-ERROR
           MOVE SQLCODE                    TO ABC-SQLCODE
           MOVE SQLERRM                    TO ABC-SQLERRM
      *
           EXEC CICS
                LINK PROGRAM (CT-QG1CABC)
                COMMAREA (QGECABC)
           END-EXEC
      *
           .
       9999-ABEND-DB2-EXIT.
           EXIT.
      ******************************************************************
      *                     RESOLVER-MENSAJE                           *
      *  RESUELVE EL TEXTO DE PANTALLA DESDE EL CATALOGO DE MENSAJES   *
      *  AL REDESPLEGAR CON ERROR O AVISO                              *
      ******************************************************************
       RESOLVER-MENSAJE.
      *
           IF  CAA-COD-ERROR NOT EQUAL SPACES
           AND CAA-COD-ERROR NOT EQUAL LOW-VALUES
               IF  CAA-VAR1-ERROR EQUAL SPACES
                OR CAA-VAR1-ERROR EQUAL LOW-VALUES
                   MOVE CAA-COD-ERROR      TO W954-COD-MENSAJE
                   PERFORM RESOLVER-CATALOGO
                      THRU RESOLVER-CATALOGO-EXIT
                   IF  W954-88-ENCONTRADO
                       MOVE W954-TXT-PANTALLA(1:30)
                                           TO CAA-VAR1-ERROR
                   END-IF
               END-IF
           END-IF
      *
           IF  CAA-COD-AVISO1 NOT EQUAL SPACES
           AND CAA-COD-AVISO1 NOT EQUAL LOW-VALUES
               IF  CAA-VAR1-AVISO1 EQUAL SPACES
                OR CAA-VAR1-AVISO1 EQUAL LOW-VALUES
                   MOVE CAA-COD-AVISO1     TO W954-COD-MENSAJE
                   PERFORM RESOLVER-CATALOGO
                      THRU RESOLVER-CATALOGO-EXIT
                   IF  W954-88-ENCONTRADO
                       MOVE W954-TXT-PANTALLA(1:30)
                                           TO CAA-VAR1-AVISO1
                   END-IF
               END-IF
           END-IF
      *
           .
       RESOLVER-MENSAJE-EXIT.
           EXIT.
      ******************************************************************
      * RESOLVER-CATALOGO
      ******************************************************************
       RESOLVER-CATALOGO.
      *
           MOVE SPACES                     TO W954-TIP-SEVERIDAD
                                              W954-TXT-PANTALLA
                                              W954-TXT-AYUDA
                                              W954-RETORNO
      *
           EXEC CICS
               LINK PROGRAM('V19C054')
               COMMAREA(V1WC954)
               NOHANDLE
           END-EXEC
      *
           .
       RESOLVER-CATALOGO-EXIT.
           EXIT.
      * AD01-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V13C37M'                  TO W963-PROGRAMA
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
      * AD01-F
