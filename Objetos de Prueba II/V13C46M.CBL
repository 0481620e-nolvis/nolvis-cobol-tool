      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C46M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: REGISTRO DE PERSONAS VINCULADAS A CLIENTES       *
      *               JURIDICOS J-/G- (V1DT116): ACCIONISTAS,          *
      *               BENEFICIARIOS FINALES Y REPRESENTANTES           *
      *               LEGALES CON SU PORCENTAJE DE PARTICIPACION.      *
      *               EL ALTA COTEJA A LA PERSONA CONTRA LA LISTA      *
      *               DE VIGILANCIA V1DT014 (DOCUMENTO POR IGUALDAD    *
      *               Y NOMBRE NORMALIZADO) Y DEJA EL RESULTADO        *
      *               GUARDADO; LAS COINCIDENCIAS QUEDAN SIN CASO      *
      *               (IND_CASO 'N') HASTA QUE V13C46B LES ABRE EL     *
      *               CASO POR V19C060 Y LAS RECOTEJA CUANDO LA        *
      *               LISTA CAMBIA.                                    *
      *               ACCIONES: A ALTA/MODIFICACION  B BAJA            *
      *               C CONSULTA                                       *
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
       PROGRAM-ID.   V13C46M.
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
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
           05  WS-CANT-COINCIDE            PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-POR-ALFA                 PIC X(05)   VALUE SPACES.
           05  WS-POR-NUM REDEFINES WS-POR-ALFA
                                           PIC 9(03)V9(02).
           05  WS-POR-TOTAL                PIC S9(05)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-POR-ED                   PIC ZZ9,99.
           05  WS-EST-ANTERIOR             PIC X(01)   VALUE SPACE.
           05  WS-I                        PIC 9(04)   VALUE ZEROES.
           05  WS-J                        PIC 9(04)   VALUE ZEROES.
           05  WS-NOM-ENTRADA              PIC X(40)   VALUE SPACES.
           05  WS-NOM-ENTRADA-R REDEFINES WS-NOM-ENTRADA.
               10  WS-NOM-ENT-CAR          PIC X(01)  OCCURS 40 TIMES.
           05  WS-NOM-SALIDA               PIC X(40)   VALUE SPACES.
           05  WS-NOM-SALIDA-R REDEFINES WS-NOM-SALIDA.
               10  WS-NOM-SAL-CAR          PIC X(01)  OCCURS 40 TIMES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-ALTA                   VALUE 'A'.
               88  SW-88-ACCION-BAJA                   VALUE 'B'.
               88  SW-88-ACCION-CONSULTA               VALUE 'C'.
           05  SW-VINCULO                  PIC X(01).
               88  SW-88-ACCIONISTA                    VALUE 'A'.
               88  SW-88-BENEFICIARIO                  VALUE 'B'.
               88  SW-88-REPRESENTANTE                 VALUE 'R'.
           05  SW-TIPO-DOC                 PIC X(01).
               88  SW-88-PERSONA-JURIDICA              VALUE 'J' 'G'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C46M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-NO                       PIC X(01)   VALUE 'N'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-COTEJO-LIMPIO            PIC X(01)   VALUE 'L'.
           05  CT-COTEJO-COINCIDE          PIC X(01)   VALUE 'C'.
           05  CT-VINCULO-ACCIONISTA       PIC X(01)   VALUE 'A'.
           05  CT-POR-MAXIMO               PIC 9(03)V9(02)
                                                       VALUE 100,00.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-DOC-REQUERIDO            PIC X(07)   VALUE 'V1E0041'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-ENTRADA-NO-EXISTE        PIC X(07)   VALUE 'V1E0106'.
           05  ME-DOC-NO-JURIDICO          PIC X(07)   VALUE 'V1E0207'.
           05  ME-VINCULO-INVALIDO         PIC X(07)   VALUE 'V1E0208'.
           05  ME-PORCENTAJE-ERRADO        PIC X(07)   VALUE 'V1E0209'.
           05  ME-VINCULADO-EN-LISTA       PIC X(07)   VALUE 'V1A0534'.
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
      ******************************************************************
      *                       AREA DE TABLAS                           *
      ******************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT001
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT116
           END-EXEC
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
       COPY V1ND46M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND46MI.
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
           SET ADDRESS OF V1ND46MI         TO CAA-PTR-COPYIN
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
           INITIALIZE V1ND46MI
      *
           SET CAA-88-ESTADO-CONTIN        TO TRUE
           SET CAA-88-ACCION-TERMINAL      TO TRUE
      *
           MOVE ATRI-NOP-NUM-BRI           TO ACCIONA
           MOVE -1                         TO ACCIONL
      *
           .
       2100-ESTADO-INICIO-EXIT.
           EXIT.
      ******************************************************************
      * 2200-ESTADO-CONTINUACION
      *  SOLO SE ADMITEN EMPRESAS (DOCUMENTO J- O G-); LA CONSULTA     *
      *  SIN DOCUMENTO DE LA PERSONA MUESTRA SOLO EL TOTAL DE          *
      *  ACCIONES REGISTRADO PARA LA EMPRESA                           *
      ******************************************************************
       2200-ESTADO-CONTINUACION.
      *
           IF  CAA-TECLA NOT = CT-INTRO
               MOVE ME-TECLA-INCORRECTA    TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           MOVE ACCIONI                    TO SW-ACCION
      *
           IF  NOT (SW-88-ACCION-ALTA OR SW-88-ACCION-BAJA
                                      OR SW-88-ACCION-CONSULTA)
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           IF  NUMDOCI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DOC-REQUERIDO       TO CAA-COD-ERROR
               MOVE -1                     TO NUMDOCL
               PERFORM REINPUT
           END-IF
      *
           MOVE NUMDOCI(1:1)               TO SW-TIPO-DOC
      *
           IF  NOT SW-88-PERSONA-JURIDICA
               MOVE ME-DOC-NO-JURIDICO     TO CAA-COD-ERROR
               MOVE -1                     TO NUMDOCL
               PERFORM REINPUT
           END-IF
      *
           MOVE NUMDOCI                    TO NUM-DOC-EMPRESA
      *
           PERFORM 2300-LEER-EMPRESA
              THRU 2300-LEER-EMPRESA-EXIT
      *
           IF  SW-88-ACCION-CONSULTA
           AND (DOCVINI EQUAL SPACES OR LOW-VALUES)
               PERFORM 2800-TOTAL-PARTICIPACION
                  THRU 2800-TOTAL-PARTICIPACION-EXIT
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           IF  DOCVINI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DOC-REQUERIDO       TO CAA-COD-ERROR
               MOVE -1                     TO DOCVINL
               PERFORM REINPUT
           END-IF
      *
           MOVE DOCVINI                    TO NUM-DOC-VINCULADO
      *
           EVALUATE TRUE
               WHEN SW-88-ACCION-ALTA
                   PERFORM 2500-ALTA-VINCULADO
                      THRU 2500-ALTA-VINCULADO-EXIT

               WHEN SW-88-ACCION-BAJA
                   PERFORM 2700-BAJA-VINCULADO
                      THRU 2700-BAJA-VINCULADO-EXIT
           END-EVALUATE
      *
           PERFORM 2400-LEER-VINCULADO
              THRU 2400-LEER-VINCULADO-EXIT
      *
           PERFORM 2800-TOTAL-PARTICIPACION
              THRU 2800-TOTAL-PARTICIPACION-EXIT
      *
           IF  NOT SW-88-ACCION-CONSULTA
               MOVE ME-ALTA-CONFORME       TO CAA-COD-AVISO1
           END-IF
      *
           MOVE -1                         TO ACCIONL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2300-LEER-EMPRESA
      *  LA RAZON SOCIAL SE TOMA DE LA ULTIMA OPERACION DE LA          *
      *  EMPRESA; UNA EMPRESA SIN OPERACIONES TODAVIA SE ADMITE        *
      ******************************************************************
       2300-LEER-EMPRESA.
      *
           MOVE SPACES                     TO NOMRAZI
           MOVE 'V1DT001'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT NOM_RAZON
               INTO  :DCLV1DT001.NOM-RAZON
               FROM V1DT001
               WHERE NUM_REF =
                     (SELECT MAX(NUM_REF)
                      FROM V1DT001
                      WHERE NUM_DOC_PERSONA = :NUM-DOC-EMPRESA)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE NOM-RAZON OF DCLV1DT001
                                           TO NOMRAZI

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2300-LEER-EMPRESA-EXIT.
           EXIT.
      ******************************************************************
      * 2400-LEER-VINCULADO
      ******************************************************************
       2400-LEER-VINCULADO.
      *
           MOVE 'V1DT116'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT NOM_VINCULADO,
                      COD_VINCULO,
                      POR_PARTICIPACION,
                      EST_COTEJO,
                      FEC_COTEJO,
                      IND_CASO
               INTO  :NOM-VINCULADO,
                     :COD-VINCULO,
                     :POR-PARTICIPACION,
                     :EST-COTEJO-VIN,
                     :FEC-COTEJO-VIN,
                     :IND-CASO-VIN
               FROM V1DT116
               WHERE NUM_DOC_EMPRESA   = :NUM-DOC-EMPRESA
                 AND NUM_DOC_VINCULADO = :NUM-DOC-VINCULADO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   IF  SW-88-ACCION-BAJA
                       MOVE SPACES         TO NOMVINI
                                              VINCULI
                                              PORPARI
                                              ESTCOTI
                                              FECCOTI
                                              INDCASI
                       GO TO 2400-LEER-VINCULADO-EXIT
                   END-IF
                   MOVE ME-ENTRADA-NO-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO DOCVINL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE NOM-VINCULADO              TO NOMVINI
           MOVE COD-VINCULO                TO VINCULI
           MOVE POR-PARTICIPACION          TO WS-POR-NUM
           MOVE WS-POR-ALFA                TO PORPARI
           MOVE EST-COTEJO-VIN             TO ESTCOTI
           MOVE FEC-COTEJO-VIN(7:2)        TO FECCOTI(1:2)
           MOVE FEC-COTEJO-VIN(5:2)        TO FECCOTI(3:2)
           MOVE FEC-COTEJO-VIN(1:4)        TO FECCOTI(5:4)
           MOVE IND-CASO-VIN               TO INDCASI
      *
           .
       2400-LEER-VINCULADO-EXIT.
           EXIT.
      ******************************************************************
      * 2500-ALTA-VINCULADO
      *  EL ALTA (O LA MODIFICACION DE UNA PERSONA YA REGISTRADA)      *
      *  COTEJA CONTRA LA LISTA Y GUARDA EL RESULTADO; UNA             *
      *  COINCIDENCIA AVISA AL USUARIO PERO NO IMPIDE EL REGISTRO.     *
      *  LA COINCIDENCIA QUEDA SIN CASO HASTA QUE V13C46B LO ABRE,     *
      *  SALVO QUE YA TUVIERA UNO ABIERTO POR UN COTEJO ANTERIOR       *
      ******************************************************************
       2500-ALTA-VINCULADO.
      *
           IF  NOMVINI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO NOMVINL
               PERFORM REINPUT
           END-IF
      *
           MOVE VINCULI                    TO SW-VINCULO
      *
           IF  NOT (SW-88-ACCIONISTA OR SW-88-BENEFICIARIO
                                     OR SW-88-REPRESENTANTE)
               MOVE ME-VINCULO-INVALIDO    TO CAA-COD-ERROR
               MOVE -1                     TO VINCULL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2550-VALIDAR-PORCENTAJE
              THRU 2550-VALIDAR-PORCENTAJE-EXIT
      *
           MOVE NOMVINI                    TO NOM-VINCULADO
           MOVE VINCULI                    TO COD-VINCULO
           MOVE WS-POR-NUM                 TO POR-PARTICIPACION
      *
           MOVE SPACES                     TO WS-EST-ANTERIOR
           MOVE CT-NO                      TO IND-CASO-VIN
           MOVE 'V1DT116'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT EST_COTEJO,
                      IND_CASO
               INTO  :WS-EST-ANTERIOR,
                     :IND-CASO-VIN
               FROM V1DT116
               WHERE NUM_DOC_EMPRESA   = :NUM-DOC-EMPRESA
                 AND NUM_DOC_VINCULADO = :NUM-DOC-VINCULADO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
           AND SQLCODE NOT EQUAL +100
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM 2600-COTEJAR-LISTA
              THRU 2600-COTEJAR-LISTA-EXIT
      *
           IF  EST-COTEJO-VIN NOT EQUAL CT-COTEJO-COINCIDE
            OR WS-EST-ANTERIOR NOT EQUAL CT-COTEJO-COINCIDE
               MOVE CT-NO                  TO IND-CASO-VIN
           END-IF
      *
           MOVE 'V1DT116'                  TO WS-TABLA
      *
           EXEC SQL
               INSERT INTO V1DT116
                   (NUM_DOC_EMPRESA,
                    NUM_DOC_VINCULADO,
                    NOM_VINCULADO,
                    COD_VINCULO,
                    POR_PARTICIPACION,
                    EST_COTEJO,
                    FEC_COTEJO,
                    IND_CASO,
                    FEC_ALTA)
               VALUES
                   (:NUM-DOC-EMPRESA,
                    :NUM-DOC-VINCULADO,
                    :NOM-VINCULADO,
                    :COD-VINCULO,
                    :POR-PARTICIPACION,
                    :EST-COTEJO-VIN,
                    :FEC-COTEJO-VIN,
                    :IND-CASO-VIN,
                    :WS-FEC-HOY)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-DUPREC
                   EXEC SQL
                       UPDATE V1DT116
                          SET NOM_VINCULADO     = :NOM-VINCULADO,
                              COD_VINCULO       = :COD-VINCULO,
                              POR_PARTICIPACION = :POR-PARTICIPACION,
                              EST_COTEJO        = :EST-COTEJO-VIN,
                              FEC_COTEJO        = :FEC-COTEJO-VIN,
                              IND_CASO          = :IND-CASO-VIN
                        WHERE NUM_DOC_EMPRESA   = :NUM-DOC-EMPRESA
                          AND NUM_DOC_VINCULADO = :NUM-DOC-VINCULADO
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
           IF  EST-COTEJO-VIN EQUAL CT-COTEJO-COINCIDE
               MOVE ME-VINCULADO-EN-LISTA  TO CAA-COD-AVISO2
           END-IF
      *
           .
       2500-ALTA-VINCULADO-EXIT.
           EXIT.
      ******************************************************************
      * 2550-VALIDAR-PORCENTAJE
      *  EL PORCENTAJE VIENE CON DOS DECIMALES IMPLICITOS.  ACCIONISTA *
      *  Y BENEFICIARIO FINAL LO EXIGEN; EL REPRESENTANTE LEGAL PUEDE  *
      *  NO TENER PARTICIPACION.  LOS ACCIONISTAS DE LA EMPRESA NO     *
      *  PUEDEN SUMAR MAS DEL CIEN POR CIENTO                          *
      ******************************************************************
       2550-VALIDAR-PORCENTAJE.
      *
           MOVE PORPARI                    TO WS-POR-ALFA
           INSPECT WS-POR-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-POR-ALFA NOT NUMERIC
            OR WS-POR-NUM GREATER THAN CT-POR-MAXIMO
               MOVE ME-PORCENTAJE-ERRADO   TO CAA-COD-ERROR
               MOVE -1                     TO PORPARL
               PERFORM REINPUT
           END-IF
      *
           IF  WS-POR-NUM EQUAL ZEROES
           AND NOT SW-88-REPRESENTANTE
               MOVE ME-PORCENTAJE-ERRADO   TO CAA-COD-ERROR
               MOVE -1                     TO PORPARL
               PERFORM REINPUT
           END-IF
      *
           IF  NOT SW-88-ACCIONISTA
               GO TO 2550-VALIDAR-PORCENTAJE-EXIT
           END-IF
      *
           MOVE ZEROES                     TO WS-POR-TOTAL
           MOVE 'V1DT116'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT VALUE(SUM(POR_PARTICIPACION), 0)
               INTO  :WS-POR-TOTAL
               FROM V1DT116
               WHERE NUM_DOC_EMPRESA    = :NUM-DOC-EMPRESA
                 AND NUM_DOC_VINCULADO <> :NUM-DOC-VINCULADO
                 AND COD_VINCULO        = :CT-VINCULO-ACCIONISTA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD WS-POR-NUM                  TO WS-POR-TOTAL
      *
           IF  WS-POR-TOTAL GREATER THAN CT-POR-MAXIMO
               MOVE ME-PORCENTAJE-ERRADO   TO CAA-COD-ERROR
               MOVE -1                     TO PORPARL
               PERFORM REINPUT
           END-IF
      *
           .
       2550-VALIDAR-PORCENTAJE-EXIT.
           EXIT.
      ******************************************************************
      * 2600-COTEJAR-LISTA
      *  DOCUMENTO POR IGUALDAD CONTRA EL RIF DE LA LISTA Y NOMBRE     *
      *  NORMALIZADO POR IGUALDAD CONTRA LAS ENTRADAS VIGENTES, IGUAL  *
      *  QUE EL REGISTRO DE BENEFICIARIOS V13C17M                      *
      ******************************************************************
       2600-COTEJAR-LISTA.
      *
           MOVE CT-COTEJO-LIMPIO           TO EST-COTEJO-VIN
           MOVE WS-FEC-HOY                 TO FEC-COTEJO-VIN
      *
           MOVE NOMVINI                    TO WS-NOM-ENTRADA
           PERFORM 2900-NORMALIZAR-NOMBRE
              THRU 2900-NORMALIZAR-NOMBRE-EXIT
      *
           MOVE 'V1DT014'                  TO WS-TABLA
           MOVE ZEROES                     TO WS-CANT-COINCIDE
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-COINCIDE
               FROM V1DT014
               WHERE (IDF_RIF = :NUM-DOC-VINCULADO OR
                      NOM_NORMALIZADO = :WS-NOM-SALIDA)
                 AND FEC_DESDE <= :WS-FEC-HOY
                 AND FEC_HASTA >= :WS-FEC-HOY
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-COINCIDE GREATER THAN ZEROES
               MOVE CT-COTEJO-COINCIDE     TO EST-COTEJO-VIN
           END-IF
      *
           .
       2600-COTEJAR-LISTA-EXIT.
           EXIT.
      ******************************************************************
      * 2700-BAJA-VINCULADO
      ******************************************************************
       2700-BAJA-VINCULADO.
      *
           MOVE 'V1DT116'                  TO WS-TABLA
      *
           EXEC SQL
               DELETE FROM V1DT116
                WHERE NUM_DOC_EMPRESA   = :NUM-DOC-EMPRESA
                  AND NUM_DOC_VINCULADO = :NUM-DOC-VINCULADO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-ENTRADA-NO-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO DOCVINL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2700-BAJA-VINCULADO-EXIT.
           EXIT.
      ******************************************************************
      * 2800-TOTAL-PARTICIPACION
      *  SUMA DE LOS PORCENTAJES DE LOS ACCIONISTAS DE LA EMPRESA      *
      ******************************************************************
       2800-TOTAL-PARTICIPACION.
      *
           MOVE ZEROES                     TO WS-POR-TOTAL
           MOVE 'V1DT116'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT VALUE(SUM(POR_PARTICIPACION), 0)
               INTO  :WS-POR-TOTAL
               FROM V1DT116
               WHERE NUM_DOC_EMPRESA = :NUM-DOC-EMPRESA
                 AND COD_VINCULO     = :CT-VINCULO-ACCIONISTA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE WS-POR-TOTAL               TO WS-POR-ED
           MOVE WS-POR-ED                  TO TOTPARI
      *
           .
       2800-TOTAL-PARTICIPACION-EXIT.
           EXIT.
      ******************************************************************
      * 2900-NORMALIZAR-NOMBRE
      *  DEJA SOLO LETRAS Y DIGITOS, PEGADOS A LA IZQUIERDA, IGUAL     *
      *  QUE EL BARRIDO NOCTURNO                                       *
      ******************************************************************
       2900-NORMALIZAR-NOMBRE.
      *
           MOVE SPACES                     TO WS-NOM-SALIDA
           MOVE ZEROES                     TO WS-J
           MOVE ZEROES                     TO WS-I
      *
           PERFORM 2910-NORMALIZAR-CARACTER
              THRU 2910-NORMALIZAR-CARACTER-EXIT
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER THAN 40
      *
           .
       2900-NORMALIZAR-NOMBRE-EXIT.
           EXIT.
      ******************************************************************
      * 2910-NORMALIZAR-CARACTER
      ******************************************************************
       2910-NORMALIZAR-CARACTER.
      *
           IF  WS-NOM-ENT-CAR(WS-I) EQUAL SPACE
               GO TO 2910-NORMALIZAR-CARACTER-EXIT
           END-IF
      *
           IF  WS-NOM-ENT-CAR(WS-I) ALPHABETIC
            OR WS-NOM-ENT-CAR(WS-I) NUMERIC
               ADD 1                       TO WS-J
               MOVE WS-NOM-ENT-CAR(WS-I)   TO WS-NOM-SAL-CAR(WS-J)
           END-IF
      *
           .
       2910-NORMALIZAR-CARACTER-EXIT.
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
           MOVE 'V13C46M'                  TO W963-PROGRAMA
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
