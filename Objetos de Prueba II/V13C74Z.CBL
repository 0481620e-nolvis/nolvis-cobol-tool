      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C74Z                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: DEVOLUCIONES DE PAGOS EMITIDOS (V1DT152).  LISTA *
      *               LAS PARTIDAS QUE EL PROCESO V13C74B RECONOCIO    *
      *               COMO DEVOLUCION DE UNO DE NUESTROS MT103, LAS    *
      *               MAS VIEJAS PRIMERO.  OPERACIONES ELIGE UNA FILA  *
      *               Y LA CONFIRMA (C) O LA DESCARTA (D):             *
      *               - AL CONFIRMAR SE REINTEGRA AL CLIENTE EN        *
      *                 CTA_PASIVO_CL CON UNA OPERACION COMPENSATORIA  *
      *                 DE LA ORIGINAL, IGUAL QUE EL REVERSO V12C44M   *
      *                 (NUMERO DE REFERENCIA NUEVO Y MOTIVO, AUDITADA *
      *                 EN V1DT012); LA INSTRUCCION QUEDA DEVUELTA EN  *
      *                 V1DT020, LA PARTIDA DEL EXTRACTO CASADA Y EL   *
      *                 AVISO AL CLIENTE ANOTADO EN V1DT136            *
      *               - AL DESCARTAR LA PARTIDA VUELVE AL CASE DE      *
      *                 CREDITOS RECIBIDOS V13C60B                     *
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
       PROGRAM-ID.   V13C74Z.
       AUTHOR.       FACTORIA.
       DATE-WRITTEN. 15/10/2026
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
           05  WS-I                        PIC 9(04)   VALUE ZEROES.
           05  WS-LINEA-DEVOLUCION         PIC X(78)   VALUE SPACES.
           05  WS-FILA-ALFA                PIC X(02)   VALUE SPACES.
           05  WS-FILA-NUM REDEFINES WS-FILA-ALFA
                                           PIC 9(02).
           05  WS-NUM-REF-ALFA             PIC X(10)   VALUE SPACES.
           05  WS-NUM-REF-NUM REDEFINES WS-NUM-REF-ALFA
                                           PIC 9(10).
           05  WS-NUM-REF-ORI              PIC S9(10)  COMP-3
                                                       VALUE ZEROES.
           05  WS-NUM-REF-REV              PIC S9(10)  COMP-3
                                                       VALUE ZEROES.
           05  WS-CANT-EXISTE              PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-CANT-DIA-CERRADO         PIC S9(04)  COMP
                                                       VALUE ZEROES.
      * AD02-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
           05  WS-CANT-REVERSOS            PIC S9(09)  COMP
                                                       VALUE ZEROES.
      * AD02-F
      * AD01-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
           05  WS-NUM-REF-REV-ED           PIC 9(10)   VALUE ZEROES.
      * AD01-F
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
           05  WS-FEC-HOY-N REDEFINES WS-FEC-HOY
                                           PIC 9(08).
           05  WS-HOR-HOY                  PIC X(06)   VALUE SPACES.
           05  WS-FEC-PARTIDA              PIC X(08)   VALUE SPACES.
           05  WS-FEC-PARTIDA-N REDEFINES WS-FEC-PARTIDA
                                           PIC 9(08).
           05  WS-INT-HOY                  PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-INT-PARTIDA              PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-FILA-ED                  PIC Z9      VALUE ZEROES.
           05  WS-IMPORTE-ED               PIC Z.ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROES.
           05  WS-INSTRUCCION-ED           PIC Z(08)9  VALUE ZEROES.
           05  WS-NUM-REF-ED               PIC Z(09)9  VALUE ZEROES.
           05  WS-DIAS-ED                  PIC ZZZ9    VALUE ZEROES.
      ******************************************************************
      *           IMAGEN PLANA DE UNA OPERACION DE V1DT001             *
      *  (MISMO FORMATO QUE EL REVERSO V12C44M PARA QUE LAS IMAGENES   *
      *   DE V1DT012 SE LEAN IGUAL VENGAN DE DONDE VENGAN)             *
      ******************************************************************
       01  WS-IMAGEN-OPERACION.
           05  IMG-NUM-REF                 PIC 9(10).
           05  IMG-FEC-OPE                 PIC X(08).
           05  IMG-HOR-OPE                 PIC X(06).
           05  IMG-FEC-VALOR               PIC X(08).
           05  IMG-COD-OPE-BANCO           PIC X(04).
           05  IMG-COD-ENT-BANCO           PIC X(04).
           05  IMG-COD-DIV-OPE             PIC X(03).
           05  IMG-TIP-OPE                 PIC X(01).
           05  IMG-IND-TIP-OPE             PIC X(01).
           05  IMG-CLA-USO-OPE             PIC X(01).
           05  IMG-COD-CPT-CMP-VTA         PIC X(03).
           05  IMG-IDF-CMP-VTA             PIC X(01).
           05  IMG-NUM-DOC-PERSONA         PIC X(15).
           05  IMG-IDF-RIF-BENEF           PIC X(15).
           05  IMG-NOM-BENEF               PIC X(40).
           05  IMG-NOM-RAZON               PIC X(40).
           05  IMG-COD-PAIS-CORR           PIC X(03).
           05  IMG-COD-PAIS-DEST           PIC X(03).
           05  IMG-CTA-PASIVO-CL           PIC X(20).
           05  IMG-IMP-OPE                 PIC S9(13)V9(02)
                                           SIGN LEADING SEPARATE.
           05  IMG-TAS-CAMBIO              PIC 9(07)V9(04).
           05  IMG-TAS-BOLIVAR             PIC 9(07)V9(04).
           05  IMG-TAS-DOLAR               PIC 9(07)V9(04).
           05  IMG-TIP-PAGO                PIC X(01).
           05  IMG-IDF-SEGURID             PIC X(01).
           05  FILLER                      PIC X(05)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-FILA                     PIC X(01)   VALUE 'N'.
               88  FILA-ENCONTRADA                     VALUE 'S'.
               88  FILA-NO-ENCONTRADA                  VALUE 'N'.
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-CONFIRMA               VALUE 'C'.
               88  SW-88-ACCION-DESCARTA               VALUE 'D'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C74Z'.
           05  CT-MAX-FILAS                PIC 9(02)   VALUE 12.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-BORRA                    PIC X(02)   VALUE '99'.
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-EST-CONFIRMADA           PIC X(01)   VALUE 'C'.
           05  CT-EST-DESCARTADA           PIC X(01)   VALUE 'D'.
           05  CT-LIQ-EMITIDA              PIC X(01)   VALUE 'E'.
           05  CT-LIQ-LIQUIDADA            PIC X(01)   VALUE 'L'.
           05  CT-LIQ-DEVUELTA             PIC X(01)   VALUE 'D'.
           05  CT-ORI-DEVOLUCION           PIC X(01)   VALUE 'V'.
           05  CT-AVI-PENDIENTE            PIC X(01)   VALUE 'P'.
      * AD01-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
           05  CT-V19C069                  PIC X(08)   VALUE 'V19C069'.
      * AD01-F
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-REGISTROS                PIC 9(03)   VALUE ZEROES.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-NUMREF-REQUERIDO         PIC X(07)   VALUE 'V1E0083'.
           05  ME-OPE-YA-EXISTE            PIC X(07)   VALUE 'V1E0096'.
           05  ME-MOTIVO-REQUERIDO         PIC X(07)   VALUE 'V1E0099'.
           05  ME-OPE-YA-REVERSADA         PIC X(07)   VALUE 'V1E0100'.
           05  ME-DIA-CERRADO              PIC X(07)   VALUE 'V1E0182'.
           05  ME-FILA-INVALIDA            PIC X(07)   VALUE 'V1E0231'.
           05  ME-INSTRUCCION-NO-VIGENTE   PIC X(07)   VALUE 'V1E0267'.
           05  ME-SIN-DEVOLUCIONES         PIC X(07)   VALUE 'V1E0268'.
           05  ME-DEVOLUCION-CONFIRMADA    PIC X(07)   VALUE 'V1A0559'.
           05  ME-DEVOLUCION-DESCARTADA    PIC X(07)   VALUE 'V1A0560'.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA EL PROGRAMA DE ABEND
       01  WS-QGECABC-01.
           COPY QGECABC.
      * COPY DFHAID
           COPY DFHAID.
      * COPY PARA ATRIBUTOS DE LA PANTALLA
       COPY QCWCI20.
           COPY DFHBMSCA.
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      ******* OPERACIONES, INSTRUCCIONES, REVERSOS Y DEVOLUCIONES ******
           EXEC SQL
               INCLUDE V1GT001
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT012
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT020
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT136
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT152
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT123
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
           EXEC SQL
               DECLARE V13C74Z-V1DC74Z1
               CURSOR FOR
               SELECT A.COD_CORRESPONSAL,
                      A.FEC_EXTRACTO,
                      A.REF_EXTRACTO,
                      A.COD_DIV,
                      A.IMP_DEVUELTO,
                      A.NUM_INSTRUCCION,
                      A.NUM_REF,
                      A.TIP_RECONOCE
               FROM V1DT152 A,
                    V1DT001 B
               WHERE A.EST_DEVOLUCION = 'P'
                 AND B.NUM_REF        = A.NUM_REF
                 AND B.COD_ENT_BANCO IN
                     (SELECT COD_ENT_BANCO
                      FROM V1DT123
                      WHERE COD_USUARIO = :COD-USUARIO-ENT)
               ORDER BY A.FEC_EXTRACTO,
                        A.COD_CORRESPONSAL,
                        A.REF_EXTRACTO
           END-EXEC
      *
      ******************************************************************
      *                COPY DE AUDITORIA DE NAVEGACION                 *
      ******************************************************************
           COPY V1WC930.
           COPY V1WC954.
           COPY V1WC963.
      * AD01-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
           COPY V1WC969.
      * AD01-F
       01  WS-QGECAUD-01.
           COPY QGECAUD.
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
      *
           COPY QGECCAA.
       COPY V1ND74Z.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND74ZI.
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
           GOBACK.
      ******************************************************************
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      *
           SET ADDRESS OF V1ND74ZI         TO CAA-PTR-COPYIN
      *
           EXEC CICS
               IGNORE CONDITION ERROR
           END-EXEC
      *
           MOVE CAA-CODTRAN                TO CAA-CODTRAN-SIG
      *
           MOVE SPACES                     TO CAA-COD-AVISO1
                                              CAA-COD-AVISO2
                                              CAA-VAR1-ERROR
                                              CAA-VAR2-ERROR
                                              CAA-COD-ERROR
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
      *  REGISTRA EN LA BITACORA DE AUDITORIA EL USUARIO, TERMINAL,    *
      *  TRANSACCION Y FECHA/HORA DE NAVEGACION POR LA SUITE V1        *
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
      *  EL ACCESO SE VERIFICA AL ENTRAR A LA TRANSACCION; SI ESTA     *
      *  DENEGADO SE DEVUELVE AL USUARIO A LA PANTALLA ANTERIOR CON    *
      *  EL ERROR, Y EL INTENTO QUEDA EN LA BITACORA V1DT033           *
      ******************************************************************
       1950-VERIFICAR-ACCESO.
      *
           MOVE AUD-USUARIO                TO W930-USUARIO
           MOVE AUD-USUARIO                TO COD-USUARIO-ENT
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HOR-HOY
           COMPUTE WS-INT-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-HOY-N)
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
      *                        2100-ESTADO-INICIO                      *
      ******************************************************************
       2100-ESTADO-INICIO.
      *
           INITIALIZE V1ND74ZI
      *
           PERFORM REFRESCAR-LISTA
      *
           SET CAA-88-ESTADO-CONTIN        TO TRUE
           SET CAA-88-ACCION-TERMINAL      TO TRUE
           MOVE -1                         TO FILAL
      *
           .
       2100-ESTADO-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                        2200-ESTADO-CONTINUACION                *
      ******************************************************************
       2200-ESTADO-CONTINUACION.
      *
           EVALUATE CAA-TECLA
               WHEN CT-INTRO
                   CONTINUE

               WHEN CT-BORRA
                   SET CAA-88-CODTRAN-SIG-ULTI TO TRUE
                   SET CAA-88-ACCION-PROGRAMA  TO TRUE
                   SET CAA-88-ESTADO-INICIO    TO TRUE
                   GO TO 2200-ESTADO-CONTINUACION-EXIT

               WHEN OTHER
                   MOVE ME-TECLA-INCORRECTA    TO CAA-COD-ERROR
                   MOVE -1                     TO FILAL
                   PERFORM REINPUT
           END-EVALUATE
      *
      *    SIN FILA SOLO SE REFRESCA LA LISTA
      *
           IF  FILAI EQUAL SPACES OR LOW-VALUES
               PERFORM REFRESCAR-LISTA
               MOVE -1                     TO FILAL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2300-TRATAR-DEVOLUCION
              THRU 2300-TRATAR-DEVOLUCION-EXIT
      *
           PERFORM REFRESCAR-LISTA
      *
           IF  SW-88-ACCION-CONFIRMA
               MOVE ME-DEVOLUCION-CONFIRMADA
                                           TO CAA-COD-AVISO1
           ELSE
               MOVE ME-DEVOLUCION-DESCARTADA
                                           TO CAA-COD-AVISO1
           END-IF
      *
           MOVE SPACES                     TO FILAI
                                              ACCIONI
                                              NUMREVI
                                              CODMOTI
           MOVE -1                         TO FILAL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2300-TRATAR-DEVOLUCION
      *  LA FILA SE RESUELVE CONTRA LA LISTA VIGENTE (MISMO ORDEN QUE  *
      *  LA PANTALLA).  TODAS LAS VALIDACIONES SE HACEN ANTES DE       *
      *  GRABAR NADA                                                   *
      ******************************************************************
       2300-TRATAR-DEVOLUCION.
      *
           MOVE FILAI                      TO WS-FILA-ALFA
           INSPECT WS-FILA-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-FILA-ALFA NOT NUMERIC
            OR WS-FILA-NUM EQUAL ZEROES
            OR WS-FILA-NUM GREATER CT-MAX-FILAS
               MOVE ME-FILA-INVALIDA       TO CAA-COD-ERROR
               MOVE -1                     TO FILAL
               PERFORM REINPUT
           END-IF
      *
           MOVE ACCIONI                    TO SW-ACCION
      *
           IF  NOT (SW-88-ACCION-CONFIRMA OR SW-88-ACCION-DESCARTA)
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2310-TOMAR-DEVOLUCION
              THRU 2310-TOMAR-DEVOLUCION-EXIT
      *
           IF  SW-88-ACCION-DESCARTA
               PERFORM 2400-DESCARTAR-DEVOLUCION
                  THRU 2400-DESCARTAR-DEVOLUCION-EXIT
               GO TO 2300-TRATAR-DEVOLUCION-EXIT
           END-IF
      *
      *    NUMERO DE REFERENCIA DE LA OPERACION DE REINTEGRO
      *
           MOVE NUMREVI                    TO WS-NUM-REF-ALFA
           INSPECT WS-NUM-REF-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-NUM-REF-ALFA NOT NUMERIC
            OR WS-NUM-REF-NUM EQUAL ZEROES
               MOVE ME-NUMREF-REQUERIDO    TO CAA-COD-ERROR
               MOVE -1                     TO NUMREVL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-NUM-REF-NUM             TO WS-NUM-REF-REV
      *
      *    MOTIVO DEL REVERSO
      *
           IF  CODMOTI EQUAL SPACES OR LOW-VALUES
            OR CODMOTI NOT NUMERIC
               MOVE ME-MOTIVO-REQUERIDO    TO CAA-COD-ERROR
               MOVE -1                     TO CODMOTL
               PERFORM REINPUT
           END-IF
      *
           MOVE NUM-REF-DEV                TO WS-NUM-REF-ORI
      *
           PERFORM 2320-VERIFICAR-INSTRUCCION
              THRU 2320-VERIFICAR-INSTRUCCION-EXIT
      *
           PERFORM 2330-LEER-ORIGINAL
              THRU 2330-LEER-ORIGINAL-EXIT
      *
           PERFORM 2340-VERIFICAR-NO-REVERSADA
              THRU 2340-VERIFICAR-NO-REVERSADA-EXIT
      *
           PERFORM 2350-VALIDAR-DIA-CERRADO
              THRU 2350-VALIDAR-DIA-CERRADO-EXIT
      *
           PERFORM 2360-VERIFICAR-REINTEGRO
              THRU 2360-VERIFICAR-REINTEGRO-EXIT
      *
           PERFORM 2500-CONFIRMAR-DEVOLUCION
              THRU 2500-CONFIRMAR-DEVOLUCION-EXIT
      *
           PERFORM 2380-ARMAR-IMAGEN
              THRU 2380-ARMAR-IMAGEN-EXIT
           MOVE WS-IMAGEN-OPERACION        TO IMG-ANTES
      *
           PERFORM 2600-GRABAR-REINTEGRO
              THRU 2600-GRABAR-REINTEGRO-EXIT
      *
           PERFORM 2380-ARMAR-IMAGEN
              THRU 2380-ARMAR-IMAGEN-EXIT
           MOVE WS-IMAGEN-OPERACION        TO IMG-DESPUES
      *
           PERFORM 2650-GRABAR-AUDITORIA
              THRU 2650-GRABAR-AUDITORIA-EXIT
      *
           PERFORM 2700-MARCAR-DEVUELTA
              THRU 2700-MARCAR-DEVUELTA-EXIT
      *
      * AD01-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
           PERFORM 2750-REGISTRAR-EVENTO
              THRU 2750-REGISTRAR-EVENTO-EXIT
      * AD01-F
      *
           PERFORM 2800-ANOTAR-AVISO
              THRU 2800-ANOTAR-AVISO-EXIT
      *
           .
       2300-TRATAR-DEVOLUCION-EXIT.
           EXIT.
      ******************************************************************
      * 2310-TOMAR-DEVOLUCION
      ******************************************************************
       2310-TOMAR-DEVOLUCION.
      *
           MOVE ZEROES                     TO CN-REGISTROS
           SET NO-FIN-CURSOR               TO TRUE
           SET FILA-NO-ENCONTRADA          TO TRUE
      *
           PERFORM ABRIR-CURSOR
              THRU ABRIR-CURSOR-EXIT
      *
           PERFORM LEER-SELECCION
              THRU LEER-SELECCION-EXIT
             UNTIL FIN-CURSOR
                OR FILA-ENCONTRADA
      *
           PERFORM CERRAR-CURSOR
              THRU CERRAR-CURSOR-EXIT
      *
           IF  FILA-NO-ENCONTRADA
               MOVE ME-FILA-INVALIDA       TO CAA-COD-ERROR
               MOVE -1                     TO FILAL
               PERFORM REINPUT
           END-IF
      *
           .
       2310-TOMAR-DEVOLUCION-EXIT.
           EXIT.
      ******************************************************************
      * 2320-VERIFICAR-INSTRUCCION
      *  LA INSTRUCCION DEBE SEGUIR EMITIDA O LIQUIDADA.  SE TOMAN SU  *
      *  TRAMO Y SU MONTO PARA REINTEGRAR SOLO LO QUE SE INSTRUYO      *
      ******************************************************************
       2320-VERIFICAR-INSTRUCCION.
      *
           MOVE 'V1DT020'                  TO WS-TABLA
           MOVE NUM-INSTRUCCION-DEV        TO NUM-INSTRUCCION
      * AD02-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
           MOVE ZEROES                     TO NUM-TRAMO
                                              IMP-INSTRUIDO
      * AD02-F
      *
           EXEC SQL
               SELECT EST_LIQUIDACION,
      * AD02-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
                      IMP_INSTRUIDO,
                      NUM_TRAMO
      * AD02-F
               INTO  :EST-LIQUIDACION,
      * AD02-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
                     :IMP-INSTRUIDO,
                     :NUM-TRAMO
      * AD02-F
               FROM V1DT020
               WHERE NUM_INSTRUCCION = :NUM-INSTRUCCION
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE SPACES             TO EST-LIQUIDACION

               WHEN OTHER
                   INITIALIZE QGECABC
                   MOVE WS-TABLA           TO ABC-OBJETO-ERROR
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  EST-LIQUIDACION NOT EQUAL CT-LIQ-EMITIDA
           AND EST-LIQUIDACION NOT EQUAL CT-LIQ-LIQUIDADA
               MOVE ME-INSTRUCCION-NO-VIGENTE
                                           TO CAA-COD-ERROR
               MOVE -1                     TO FILAL
               PERFORM REINPUT
           END-IF
      *
           .
       2320-VERIFICAR-INSTRUCCION-EXIT.
           EXIT.
      ******************************************************************
      * 2330-LEER-ORIGINAL
      ******************************************************************
       2330-LEER-ORIGINAL.
      *
           MOVE 'V1DT001'                  TO WS-TABLA
           MOVE WS-NUM-REF-ORI             TO NUM-REF OF DCLV1DT001
      *
           EXEC SQL
               SELECT FEC_OPE,
                      HOR_OPE,
                      FEC_VALOR,
                      COD_OPE_BANCO,
                      COD_ENT_BANCO,
                      COD_DIV_OPE,
                      TIP_OPE,
                      IND_TIP_OPE,
                      CLA_USO_OPE,
                      COD_CPT_CMP_VTA,
                      IDF_CMP_VTA,
                      NUM_DOC_PERSONA,
                      IDF_RIF_BENEF,
                      NOM_BENEF,
                      NOM_RAZON,
                      COD_PAIS_CORR,
                      COD_PAIS_DEST,
                      CTA_PASIVO_CL,
                      IMP_OPE,
                      TAS_CAMBIO,
                      TAS_BOLIVAR,
                      TAS_DOLAR,
                      TIP_PAGO,
                      IDF_SEGURID,
                      CLA_CONTRAPARTE,
                      COD_DIV_CONTRA,
                      IMP_CONTRA,
                      TAS_CRUZADA,
                      TAS_BOLIVAR_CONTRA,
                      TAS_DOLAR_CONTRA,
                      NUM_DOC_APODERADO
               INTO  :DCLV1DT001.FEC-OPE,
                     :DCLV1DT001.HOR-OPE,
                     :DCLV1DT001.FEC-VALOR,
                     :DCLV1DT001.COD-OPE-BANCO,
                     :DCLV1DT001.COD-ENT-BANCO,
                     :DCLV1DT001.COD-DIV-OPE,
                     :DCLV1DT001.TIP-OPE,
                     :DCLV1DT001.IND-TIP-OPE,
                     :DCLV1DT001.CLA-USO-OPE,
                     :DCLV1DT001.COD-CPT-CMP-VTA,
                     :DCLV1DT001.IDF-CMP-VTA,
                     :DCLV1DT001.NUM-DOC-PERSONA,
                     :DCLV1DT001.IDF-RIF-BENEF,
                     :DCLV1DT001.NOM-BENEF,
                     :DCLV1DT001.NOM-RAZON,
                     :DCLV1DT001.COD-PAIS-CORR,
                     :DCLV1DT001.COD-PAIS-DEST,
                     :DCLV1DT001.CTA-PASIVO-CL,
                     :DCLV1DT001.IMP-OPE,
                     :DCLV1DT001.TAS-CAMBIO,
                     :DCLV1DT001.TAS-BOLIVAR,
                     :DCLV1DT001.TAS-DOLAR,
                     :DCLV1DT001.TIP-PAGO,
                     :DCLV1DT001.IDF-SEGURID,
                     :DCLV1DT001.CLA-CONTRAPARTE,
                     :DCLV1DT001.COD-DIV-CONTRA,
                     :DCLV1DT001.IMP-CONTRA,
                     :DCLV1DT001.TAS-CRUZADA,
                     :DCLV1DT001.TAS-BOLIVAR-CONTRA,
                     :DCLV1DT001.TAS-DOLAR-CONTRA,
                     :DCLV1DT001.NUM-DOC-APODERADO
               FROM V1DT001
               WHERE NUM_REF = :DCLV1DT001.NUM-REF
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE WS-TABLA               TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2330-LEER-ORIGINAL-EXIT.
           EXIT.
      ******************************************************************
      * 2340-VERIFICAR-NO-REVERSADA
      *  UNA OPERACION SOLO PUEDE REVERSARSE UNA VEZ, SEA POR EL       *
      *  REVERSO V12C44M O POR UNA DEVOLUCION.  EN UNA OPERACION EN    *
      *  TRAMOS CADA INSTRUCCION SE DEVUELVE POR SEPARADO: SOLO LA     *
      *  BLOQUEAN UN REVERSO COMPLETO O UNA DEVOLUCION YA REINTEGRADA  *
      *  DE ESA MISMA INSTRUCCION                                      *
      ******************************************************************
       2340-VERIFICAR-NO-REVERSADA.
      *
           MOVE 'V1DT012'                  TO WS-TABLA
           MOVE WS-NUM-REF-ORI             TO NUM-REF-ORIGINAL
      *
      * AD02-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
           IF  NUM-TRAMO GREATER ZEROES
               PERFORM 2345-VERIFICAR-TRAMO
                  THRU 2345-VERIFICAR-TRAMO-EXIT
               GO TO 2340-VERIFICAR-NO-REVERSADA-EXIT
           END-IF
      * AD02-F
      *
           EXEC SQL
               SELECT NUM_REF_REVERSO
               INTO  :NUM-REF-REVERSO
               FROM V1DT012
               WHERE NUM_REF_ORIGINAL = :NUM-REF-ORIGINAL
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE ME-OPE-YA-REVERSADA
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO FILAL
                   PERFORM REINPUT

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   INITIALIZE QGECABC
                   MOVE WS-TABLA           TO ABC-OBJETO-ERROR
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2340-VERIFICAR-NO-REVERSADA-EXIT.
           EXIT.
      * AD02-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
      ******************************************************************
      * 2345-VERIFICAR-TRAMO
      *  UN REVERSO DE OTRO PROGRAMA ES EL DE LA OPERACION COMPLETA;   *
      *  LOS DE ESTE PROGRAMA CUENTAN SOLO SI SU REINTEGRO FUE POR LA  *
      *  MISMA INSTRUCCION (V1DT152)                                   *
      ******************************************************************
       2345-VERIFICAR-TRAMO.
      *
           MOVE ZEROES                     TO WS-CANT-REVERSOS
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-REVERSOS
               FROM V1DT012 A
               WHERE A.NUM_REF_ORIGINAL = :NUM-REF-ORIGINAL
                 AND (A.PGM_REVERSO    <> :CT-PROGRAMA
                  OR  EXISTS
                      (SELECT 1
                       FROM V1DT152 C
                       WHERE C.NUM_REF_REINTEGRO = A.NUM_REF_REVERSO
                         AND C.NUM_INSTRUCCION   =
                                               :NUM-INSTRUCCION-DEV))
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE WS-TABLA               TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-REVERSOS GREATER ZEROES
               MOVE ME-OPE-YA-REVERSADA    TO CAA-COD-ERROR
               MOVE -1                     TO FILAL
               PERFORM REINPUT
           END-IF
      *
           .
       2345-VERIFICAR-TRAMO-EXIT.
           EXIT.
      * AD02-F
      ******************************************************************
      * 2350-VALIDAR-DIA-CERRADO
      *  EL REINTEGRO LLEVA LA FECHA DEL DIA, QUE NO PUEDE ESTAR       *
      *  CERRADO                                                       *
      ******************************************************************
       2350-VALIDAR-DIA-CERRADO.
      *
           MOVE 'V1DT072'                  TO WS-TABLA
           MOVE ZEROES                     TO WS-CANT-DIA-CERRADO
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-DIA-CERRADO
               FROM V1DT072
               WHERE FEC_PROCESO = :WS-FEC-HOY
                 AND EST_DIA     = 'C'
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE WS-TABLA               TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-DIA-CERRADO GREATER THAN ZEROES
               MOVE ME-DIA-CERRADO         TO CAA-COD-ERROR
               MOVE -1                     TO FILAL
               PERFORM REINPUT
           END-IF
      *
           .
       2350-VALIDAR-DIA-CERRADO-EXIT.
           EXIT.
      ******************************************************************
      * 2360-VERIFICAR-REINTEGRO
      *  EL NUMERO DE REFERENCIA DEL REINTEGRO DEBE ESTAR LIBRE        *
      ******************************************************************
       2360-VERIFICAR-REINTEGRO.
      *
           MOVE 'V1DT001'                  TO WS-TABLA
           MOVE ZEROES                     TO WS-CANT-EXISTE
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-EXISTE
               FROM V1DT001
               WHERE NUM_REF = :WS-NUM-REF-REV
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE WS-TABLA               TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-EXISTE GREATER THAN ZEROES
               MOVE ME-OPE-YA-EXISTE       TO CAA-COD-ERROR
               MOVE -1                     TO NUMREVL
               PERFORM REINPUT
           END-IF
      *
           .
       2360-VERIFICAR-REINTEGRO-EXIT.
           EXIT.
      ******************************************************************
      * 2380-ARMAR-IMAGEN
      *  VUELCA LA OPERACION EN LA IMAGEN PLANA QUE SE GRABA EN LA     *
      *  AUDITORIA (NUMERICOS EMPAQUETADOS DESPLEGADOS)                *
      ******************************************************************
       2380-ARMAR-IMAGEN.
      *
           MOVE NUM-REF OF DCLV1DT001      TO IMG-NUM-REF
           MOVE FEC-OPE                    TO IMG-FEC-OPE
           MOVE HOR-OPE                    TO IMG-HOR-OPE
           MOVE FEC-VALOR                  TO IMG-FEC-VALOR
           MOVE COD-OPE-BANCO              TO IMG-COD-OPE-BANCO
           MOVE COD-ENT-BANCO              TO IMG-COD-ENT-BANCO
           MOVE COD-DIV-OPE                TO IMG-COD-DIV-OPE
           MOVE TIP-OPE                    TO IMG-TIP-OPE
           MOVE IND-TIP-OPE                TO IMG-IND-TIP-OPE
           MOVE CLA-USO-OPE                TO IMG-CLA-USO-OPE
           MOVE COD-CPT-CMP-VTA OF DCLV1DT001
                                           TO IMG-COD-CPT-CMP-VTA
           MOVE IDF-CMP-VTA                TO IMG-IDF-CMP-VTA
           MOVE NUM-DOC-PERSONA            TO IMG-NUM-DOC-PERSONA
           MOVE IDF-RIF-BENEF              TO IMG-IDF-RIF-BENEF
           MOVE NOM-BENEF                  TO IMG-NOM-BENEF
           MOVE NOM-RAZON                  TO IMG-NOM-RAZON
           MOVE COD-PAIS-CORR              TO IMG-COD-PAIS-CORR
           MOVE COD-PAIS-DEST              TO IMG-COD-PAIS-DEST
           MOVE CTA-PASIVO-CL              TO IMG-CTA-PASIVO-CL
           MOVE IMP-OPE                    TO IMG-IMP-OPE
           MOVE TAS-CAMBIO                 TO IMG-TAS-CAMBIO
           MOVE TAS-BOLIVAR                TO IMG-TAS-BOLIVAR
           MOVE TAS-DOLAR                  TO IMG-TAS-DOLAR
           MOVE TIP-PAGO                   TO IMG-TIP-PAGO
           MOVE IDF-SEGURID                TO IMG-IDF-SEGURID
      *
           .
       2380-ARMAR-IMAGEN-EXIT.
           EXIT.
      ******************************************************************
      * 2400-DESCARTAR-DEVOLUCION
      *  LA PARTIDA NO ERA UNA DEVOLUCION: QUEDA DESCARTADA CON EL     *
      *  USUARIO Y LA FECHA Y LA TOMA EN SU PROXIMA CORRIDA EL CASE DE *
      *  CREDITOS RECIBIDOS V13C60B                                    *
      ******************************************************************
       2400-DESCARTAR-DEVOLUCION.
      *
           MOVE 'V1DT152'                  TO WS-TABLA
      *
           EXEC SQL
               UPDATE V1DT152
                  SET EST_DEVOLUCION       = :CT-EST-DESCARTADA,
                      FEC_CONFIRMA         = :WS-FEC-HOY,
                      COD_USUARIO_CONFIRMA = :AUD-USUARIO
                WHERE COD_CORRESPONSAL     = :COD-CORRESP-DEV
                  AND FEC_EXTRACTO         = :FEC-EXTRACTO-DEV
                  AND REF_EXTRACTO         = :REF-EXTRACTO-DEV
                  AND EST_DEVOLUCION       = :CT-EST-PENDIENTE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-FILA-INVALIDA   TO CAA-COD-ERROR
                   MOVE -1                 TO FILAL
                   PERFORM REINPUT

               WHEN OTHER
                   INITIALIZE QGECABC
                   MOVE WS-TABLA           TO ABC-OBJETO-ERROR
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2400-DESCARTAR-DEVOLUCION-EXIT.
           EXIT.
      ******************************************************************
      * 2500-CONFIRMAR-DEVOLUCION
      *  PRIMERA GRABACION: LA DEVOLUCION SOLO SE CONFIRMA SI SIGUE    *
      *  PENDIENTE; SI OTRO USUARIO SE ADELANTO SE AVISA Y NO SE GRABA *
      *  NADA                                                          *
      ******************************************************************
       2500-CONFIRMAR-DEVOLUCION.
      *
           MOVE 'V1DT152'                  TO WS-TABLA
      *
           EXEC SQL
               UPDATE V1DT152
                  SET EST_DEVOLUCION       = :CT-EST-CONFIRMADA,
                      NUM_REF_REINTEGRO    = :WS-NUM-REF-REV,
                      COD_MOTIVO           = :CODMOTI,
                      FEC_CONFIRMA         = :WS-FEC-HOY,
                      COD_USUARIO_CONFIRMA = :AUD-USUARIO
                WHERE COD_CORRESPONSAL     = :COD-CORRESP-DEV
                  AND FEC_EXTRACTO         = :FEC-EXTRACTO-DEV
                  AND REF_EXTRACTO         = :REF-EXTRACTO-DEV
                  AND EST_DEVOLUCION       = :CT-EST-PENDIENTE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-FILA-INVALIDA   TO CAA-COD-ERROR
                   MOVE -1                 TO FILAL
                   PERFORM REINPUT

               WHEN OTHER
                   INITIALIZE QGECABC
                   MOVE WS-TABLA           TO ABC-OBJETO-ERROR
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2500-CONFIRMAR-DEVOLUCION-EXIT.
           EXIT.
      ******************************************************************
      * 2600-GRABAR-REINTEGRO
      *  COMO EN EL REVERSO V12C44M: LA MISMA OPERACION CON LOS        *
      *  MONTOS NEGADOS (AMBAS PATAS EN UNA CRUZADA), FECHA/HORA DEL   *
      *  DIA Y SU PROPIO NUMERO DE REFERENCIA, QUE DEVUELVE LOS        *
      *  BOLIVARES A CTA_PASIVO_CL.  EL INDICADOR DE SEGURIDAD QUEDA   *
      *  EN BLANCO PARA EL CLASIFICADOR.  SI LO DEVUELTO ES UN TRAMO   *
      *  EL REINTEGRO ES SOLO EL MONTO INSTRUIDO EN ESE TRAMO, CON LA  *
      *  CONTRAPARTIDA EN LA MISMA PROPORCION                          *
      ******************************************************************
       2600-GRABAR-REINTEGRO.
      *
           MOVE 'V1DT001'                  TO WS-TABLA
      *
      * AD02-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
           IF  NUM-TRAMO GREATER ZEROES
           AND IMP-OPE NOT EQUAL ZEROES
               COMPUTE IMP-CONTRA ROUNDED =
                       IMP-CONTRA * IMP-INSTRUIDO / IMP-OPE
               MOVE IMP-INSTRUIDO          TO IMP-OPE
           END-IF
      * AD02-F
      *
           MOVE WS-NUM-REF-REV             TO NUM-REF OF DCLV1DT001
           MOVE WS-FEC-HOY                 TO FEC-OPE
           MOVE WS-HOR-HOY                 TO HOR-OPE
           COMPUTE IMP-OPE    = IMP-OPE    * -1
           COMPUTE IMP-CONTRA = IMP-CONTRA * -1
           MOVE SPACE                      TO IDF-SEGURID
      *
           EXEC SQL
               INSERT INTO V1DT001
                   (NUM_REF,
                    FEC_OPE,
                    HOR_OPE,
                    FEC_VALOR,
                    COD_OPE_BANCO,
                    COD_ENT_BANCO,
                    COD_DIV_OPE,
                    TIP_OPE,
                    IND_TIP_OPE,
                    CLA_USO_OPE,
                    COD_CPT_CMP_VTA,
                    IDF_CMP_VTA,
                    NUM_DOC_PERSONA,
                    IDF_RIF_BENEF,
                    NOM_BENEF,
                    NOM_RAZON,
                    COD_PAIS_CORR,
                    COD_PAIS_DEST,
                    CTA_PASIVO_CL,
                    IMP_OPE,
                    TAS_CAMBIO,
                    TAS_BOLIVAR,
                    TAS_DOLAR,
                    TIP_PAGO,
                    IDF_SEGURID,
                    CLA_CONTRAPARTE,
                    COD_DIV_CONTRA,
                    IMP_CONTRA,
                    TAS_CRUZADA,
                    TAS_BOLIVAR_CONTRA,
                    TAS_DOLAR_CONTRA,
                    NUM_DOC_APODERADO)
               VALUES
                   (:DCLV1DT001.NUM-REF,
                    :DCLV1DT001.FEC-OPE,
                    :DCLV1DT001.HOR-OPE,
                    :DCLV1DT001.FEC-VALOR,
                    :DCLV1DT001.COD-OPE-BANCO,
                    :DCLV1DT001.COD-ENT-BANCO,
                    :DCLV1DT001.COD-DIV-OPE,
                    :DCLV1DT001.TIP-OPE,
                    :DCLV1DT001.IND-TIP-OPE,
                    :DCLV1DT001.CLA-USO-OPE,
                    :DCLV1DT001.COD-CPT-CMP-VTA,
                    :DCLV1DT001.IDF-CMP-VTA,
                    :DCLV1DT001.NUM-DOC-PERSONA,
                    :DCLV1DT001.IDF-RIF-BENEF,
                    :DCLV1DT001.NOM-BENEF,
                    :DCLV1DT001.NOM-RAZON,
                    :DCLV1DT001.COD-PAIS-CORR,
                    :DCLV1DT001.COD-PAIS-DEST,
                    :DCLV1DT001.CTA-PASIVO-CL,
                    :DCLV1DT001.IMP-OPE,
                    :DCLV1DT001.TAS-CAMBIO,
                    :DCLV1DT001.TAS-BOLIVAR,
                    :DCLV1DT001.TAS-DOLAR,
                    :DCLV1DT001.TIP-PAGO,
                    :DCLV1DT001.IDF-SEGURID,
                    :DCLV1DT001.CLA-CONTRAPARTE,
                    :DCLV1DT001.COD-DIV-CONTRA,
                    :DCLV1DT001.IMP-CONTRA,
                    :DCLV1DT001.TAS-CRUZADA,
                    :DCLV1DT001.TAS-BOLIVAR-CONTRA,
                    :DCLV1DT001.TAS-DOLAR-CONTRA,
                    :DCLV1DT001.NUM-DOC-APODERADO)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE WS-TABLA               TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2600-GRABAR-REINTEGRO-EXIT.
           EXIT.
      ******************************************************************
      * 2650-GRABAR-AUDITORIA
      *  EL VINCULO ORIGINAL/REINTEGRO QUEDA EN LA MISMA AUDITORIA DE  *
      *  REVERSOS QUE USA V12C44M, CON ESTE PROGRAMA COMO ORIGEN       *
      ******************************************************************
       2650-GRABAR-AUDITORIA.
      *
           MOVE 'V1DT012'                  TO WS-TABLA
      *
           MOVE WS-NUM-REF-ORI             TO NUM-REF-ORIGINAL
           MOVE WS-NUM-REF-REV             TO NUM-REF-REVERSO
           MOVE CODMOTI                    TO COD-MOTIVO
           MOVE WS-FEC-HOY                 TO FEC-REVERSO
           MOVE WS-HOR-HOY                 TO HOR-REVERSO
           MOVE AUD-USUARIO             TO COD-USUARIO OF DCLV1DT012
           MOVE CT-PROGRAMA                TO PGM-REVERSO
      *
           EXEC SQL
               INSERT INTO V1DT012
                   (NUM_REF_ORIGINAL,
                    NUM_REF_REVERSO,
                    COD_MOTIVO,
                    FEC_REVERSO,
                    HOR_REVERSO,
                    COD_USUARIO,
                    PGM_REVERSO,
                    IMG_ANTES,
                    IMG_DESPUES)
               VALUES
                   (:NUM-REF-ORIGINAL,
                    :NUM-REF-REVERSO,
                    :COD-MOTIVO,
                    :FEC-REVERSO,
                    :HOR-REVERSO,
                    :DCLV1DT012.COD-USUARIO,
                    :PGM-REVERSO,
                    :IMG-ANTES,
                    :IMG-DESPUES)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE WS-TABLA               TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2650-GRABAR-AUDITORIA-EXIT.
           EXIT.
      ******************************************************************
      * 2700-MARCAR-DEVUELTA
      *  LA INSTRUCCION QUEDA DEVUELTA (NO LIQUIDADA) CON LA FECHA DEL *
      *  EXTRACTO EN QUE REGRESO EL DINERO, Y LA PARTIDA CASADA        *
      ******************************************************************
       2700-MARCAR-DEVUELTA.
      *
           MOVE 'V1DT020'                  TO WS-TABLA
      *
           EXEC SQL
               UPDATE V1DT020
                  SET EST_LIQUIDACION = :CT-LIQ-DEVUELTA,
                      FEC_LIQUIDACION = :FEC-EXTRACTO-DEV
                WHERE NUM_INSTRUCCION = :NUM-INSTRUCCION-DEV
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE WS-TABLA               TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE 'V1DT064'                  TO WS-TABLA
      *
           EXEC SQL
               UPDATE V1DT064
                  SET IND_CASADO       = 'S'
                WHERE COD_CORRESPONSAL = :COD-CORRESP-DEV
                  AND FEC_EXTRACTO     = :FEC-EXTRACTO-DEV
                  AND REF_EXTRACTO     = :REF-EXTRACTO-DEV
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE WS-TABLA               TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2700-MARCAR-DEVUELTA-EXIT.
           EXIT.
      * AD01-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
      ******************************************************************
      * 2750-REGISTRAR-EVENTO
      *  EVENTO DE REVERSO EN LA BANDEJA DE SALIDA (V1DT177) SOBRE LA  *
      *  OPERACION ORIGINAL, COMO EN V12C44M, CON EL MONTO REINTEGRADO *
      *  Y EN EL DETALLE LA REFERENCIA DEL REINTEGRO                   *
      ******************************************************************
       2750-REGISTRAR-EVENTO.
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
               INITIALIZE QGECABC
               MOVE WS-TABLA               TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2750-REGISTRAR-EVENTO-EXIT.
           EXIT.
      * AD01-F
      ******************************************************************
      * 2800-ANOTAR-AVISO
      *  AVISO PENDIENTE AL CLIENTE SOBRE LA OPERACION ORIGINAL, QUE   *
      *  EL PROCESO V13C63B ENTREGA CON LA LIQUIDACION DEVUELTA        *
      ******************************************************************
       2800-ANOTAR-AVISO.
      *
           MOVE 'V1DT136'                  TO WS-TABLA
           MOVE WS-NUM-REF-ORI             TO NUM-REF-AVI
      *
           EXEC SQL
               INSERT INTO V1DT136
                   (NUM_REF,
                    SEC_AVISO,
                    ORI_AVISO,
                    EST_AVISO,
                    CAN_ENTREGA,
                    COR_DESTINO,
                    FEC_SOLICITUD,
                    HOR_SOLICITUD,
                    COD_USUARIO,
                    FEC_ENVIO,
                    HOR_ENVIO,
                    FEC_REBOTE,
                    MOT_REBOTE)
               SELECT :NUM-REF-AVI,
                      VALUE(MAX(SEC_AVISO), 0) + 1,
                      :CT-ORI-DEVOLUCION,
                      :CT-AVI-PENDIENTE,
                      ' ',
                      ' ',
                      :WS-FEC-HOY,
                      :WS-HOR-HOY,
                      :AUD-USUARIO,
                      ' ',
                      ' ',
                      ' ',
                      ' '
               FROM V1DT136
               WHERE NUM_REF = :NUM-REF-AVI
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE WS-TABLA               TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2800-ANOTAR-AVISO-EXIT.
           EXIT.
      ******************************************************************
      * REFRESCAR-LISTA
      ******************************************************************
       REFRESCAR-LISTA.
      *
           PERFORM INICIAR-FILAS
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER CT-MAX-FILAS
      *
           PERFORM BUSCAR-DEVOLUCIONES
      *
           IF  CN-REGISTROS EQUAL ZEROES
               MOVE ME-SIN-DEVOLUCIONES    TO CAA-COD-ERROR
           END-IF
      *
           .
      ******************************************************************
      * INICIAR-FILAS
      ******************************************************************
       INICIAR-FILAS.
      *
           MOVE SPACES                     TO FILAS-DEVOLUCION(WS-I)
      *
           .
      ******************************************************************
      * BUSCAR-DEVOLUCIONES
      ******************************************************************
       BUSCAR-DEVOLUCIONES.
      *
           MOVE ZEROES                     TO CN-REGISTROS
           MOVE ZEROES                     TO WS-I
           SET NO-FIN-CURSOR               TO TRUE
      *
           PERFORM ABRIR-CURSOR
              THRU ABRIR-CURSOR-EXIT
      *
           PERFORM LEER-CURSOR
              THRU LEER-CURSOR-EXIT
             UNTIL FIN-CURSOR
      *
           PERFORM CERRAR-CURSOR
              THRU CERRAR-CURSOR-EXIT
      *
           .
      ******************************************************************
      * ABRIR-CURSOR
      ******************************************************************
       ABRIR-CURSOR.
      *
           EXEC SQL
               OPEN V13C74Z-V1DC74Z1
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE 'V1DT152'              TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       ABRIR-CURSOR-EXIT.
           EXIT.
      ******************************************************************
      * LEER-CURSOR
      ******************************************************************
       LEER-CURSOR.
      *
           PERFORM FETCH-DEVOLUCION
              THRU FETCH-DEVOLUCION-EXIT
      *
           IF  NO-FIN-CURSOR
               PERFORM PROCESAR-DEVOLUCION
                  THRU PROCESAR-DEVOLUCION-EXIT
           END-IF
      *
           .
       LEER-CURSOR-EXIT.
           EXIT.
      ******************************************************************
      * LEER-SELECCION
      *  AVANZA EL CURSOR HASTA LA FILA ELEGIDA EN LA PANTALLA         *
      ******************************************************************
       LEER-SELECCION.
      *
           PERFORM FETCH-DEVOLUCION
              THRU FETCH-DEVOLUCION-EXIT
      *
           IF  NO-FIN-CURSOR
               ADD 1                       TO CN-REGISTROS
               IF  CN-REGISTROS EQUAL WS-FILA-NUM
                   SET FILA-ENCONTRADA     TO TRUE
               END-IF
           END-IF
      *
           .
       LEER-SELECCION-EXIT.
           EXIT.
      ******************************************************************
      * FETCH-DEVOLUCION
      ******************************************************************
       FETCH-DEVOLUCION.
      *
           EXEC SQL
               FETCH V13C74Z-V1DC74Z1
               INTO :COD-CORRESP-DEV,
                    :FEC-EXTRACTO-DEV,
                    :REF-EXTRACTO-DEV,
                    :COD-DIV-DEV,
                    :IMP-DEVUELTO,
                    :NUM-INSTRUCCION-DEV,
                    :NUM-REF-DEV,
                    :TIP-RECONOCE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   INITIALIZE QGECABC
                   MOVE 'V1DT152'          TO ABC-OBJETO-ERROR
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       FETCH-DEVOLUCION-EXIT.
           EXIT.
      ******************************************************************
      * CERRAR-CURSOR
      ******************************************************************
       CERRAR-CURSOR.
      *
           EXEC SQL
               CLOSE V13C74Z-V1DC74Z1
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE 'V1DT152'              TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       CERRAR-CURSOR-EXIT.
           EXIT.
      ******************************************************************
      * PROCESAR-DEVOLUCION
      *  CADA FILA MUESTRA SU NUMERO PARA ELEGIRLA, LA PARTIDA, LA     *
      *  INSTRUCCION Y OPERACION RECONOCIDAS, COMO SE RECONOCIO Y LOS  *
      *  DIAS DESDE LA FECHA DEL EXTRACTO                              *
      ******************************************************************
       PROCESAR-DEVOLUCION.
      *
           ADD 1                           TO CN-REGISTROS
      *
           IF  CN-REGISTROS GREATER CT-MAX-FILAS
               GO TO PROCESAR-DEVOLUCION-EXIT
           END-IF
      *
           ADD 1                           TO WS-I
      *
           MOVE FEC-EXTRACTO-DEV           TO WS-FEC-PARTIDA
           IF  WS-FEC-PARTIDA NUMERIC
               COMPUTE WS-INT-PARTIDA =
                       FUNCTION INTEGER-OF-DATE(WS-FEC-PARTIDA-N)
               COMPUTE WS-DIAS-ED = WS-INT-HOY - WS-INT-PARTIDA
           ELSE
               MOVE ZEROES                 TO WS-DIAS-ED
           END-IF
      *
           MOVE WS-I                       TO WS-FILA-ED
           MOVE IMP-DEVUELTO               TO WS-IMPORTE-ED
           MOVE NUM-INSTRUCCION-DEV        TO WS-INSTRUCCION-ED
           MOVE NUM-REF-DEV                TO WS-NUM-REF-ED
           MOVE SPACES                     TO WS-LINEA-DEVOLUCION
      *
           STRING WS-FILA-ED               DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  FEC-EXTRACTO-DEV         DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  REF-EXTRACTO-DEV         DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  COD-DIV-DEV              DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-IMPORTE-ED            DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-INSTRUCCION-ED        DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-NUM-REF-ED            DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  TIP-RECONOCE             DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-DIAS-ED               DELIMITED BY SIZE
                  INTO WS-LINEA-DEVOLUCION
           END-STRING
      *
           MOVE WS-LINEA-DEVOLUCION        TO FILAS-DEVOLUCION(WS-I)
      *
           .
       PROCESAR-DEVOLUCION-EXIT.
           EXIT.
      ******************************************************************
      * REINPUT
      ******************************************************************
       REINPUT.
      *
           SET CAA-88-ESTADO-CONTIN        TO TRUE
           SET CAA-88-ACCION-TERMINAL      TO TRUE
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
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      *
           EXEC CICS
                RETURN
           END-EXEC
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *                       9999-ABEND-DB2                           *
      *  SE ABENDA LA TAREA CUANDO SE PRODUCE UN ERROR DB2             *
      ******************************************************************
       9999-ABEND-DB2.
      *
           MOVE 'S'                        TO ABC-ABEND
           MOVE CT-PROGRAMA                TO ABC-PROGRAMA
           MOVE SQLCODE                    TO ABC-SQLCODE
           MOVE SQLERRM                    TO ABC-SQLERRM
      *
           EXEC CICS
               LINK PROGRAM ('QG1CABC')
               COMMAREA  (QGECABC)
               NOHANDLE
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
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V13C74Z'                  TO W963-PROGRAMA
           MOVE AUD-CODTRAN                TO W963-TRAN
           MOVE AUD-USUARIO                TO W963-USUARIO
           MOVE AUD-TERMINAL               TO W963-TERMINAL
           MOVE CN-REGISTROS               TO W963-FILAS
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
