      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C76B                                             *
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
      * ARCHIVO DE ENTRADA: PARMCAR (SOLICITUD Y RESULTADO DEL PASO    *
      *  DEL REPORTE, SEGUN V1EC075)                                   *
      *                     REPOFI / REPPAG / REPCTA / REPBAN / REPRET *
      *  (SALIDA DEL REPORTE PEDIDO; SOLO SE ABRE LA DEL REPORTE DE    *
      *  LA SOLICITUD)                                                 *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: NINGUNO (V1DT047 / V1DT048 / V1DT153)       *
      * ------------------                                             *
      * PROCESO GLOBAL: CARGADOR DE REPORTES BATCH A PEDIDO.  CORRE    *
      *  COMO ULTIMO PASO DEL TRABAJO QUE ARMA EL SOMETEDOR V13C75B:   *
      *  - SI EL REPORTE TERMINO BIEN, PASA SU SALIDA A UN JUEGO DE    *
      *    RESULTADOS PERSISTENTE DEL SOLICITANTE (LINEAS DE 80        *
      *    POSICIONES CON EL FORMATO DE CADA REPORTE), QUE EL ANALISTA *
      *    CONSULTA EN V12C79Z, Y DEJA LA SOLICITUD TERMINADA CON EL   *
      *    ID DEL JUEGO;                                               *
      *  - SI NO, DEJA LA SOLICITUD CON ERROR.                         *
      *  UNA SOLICITUD QUE YA NO ESTA PENDIENTE NI SOMETIDA NO SE      *
      *  TOCA (TRABAJO REPETIDO A MANO)                                *
      *  AD01: CARGA LA SALIDA DEL BARRIDO RETROACTIVO V12C87B (REPRET)*
      *  QUE V12C72Z PIDE AL APROBAR ALTAS DE LAS LISTAS OFICIALES     *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C76B.
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
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ARCH-CONTROL         ASSIGN TO PARMCAR
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REP-OFICINA     ASSIGN TO REPOFI
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REP-PAGO        ASSIGN TO REPPAG
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REP-CUENTA      ASSIGN TO REPCTA
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REP-BANDA       ASSIGN TO REPBAN
                                        ORGANIZATION IS SEQUENTIAL.
      * AD01-I : BARRIDO RETROACTIVO A PEDIDO (V12C87B)
      *
           SELECT ARCH-REP-RETRO       ASSIGN TO REPRET
                                        ORGANIZATION IS SEQUENTIAL.
      * AD01-F
      ******************************************************************
      *                                                                *
      *                D A T A            D I V I S I O N              *
      *                                                                *
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *                                                                *
      *                  F I L E        S E C T I O N                  *
      *                                                                *
      ******************************************************************
       FILE SECTION.
      *
       FD  ARCH-CONTROL
           RECORDING MODE IS F.
      *
       01  REG-CONTROL                     PIC X(80).
      *
      *    SALIDA DE V12C27B (TOTALES POR OFICINA)
      *
       FD  ARCH-REP-OFICINA
           RECORDING MODE IS F.
      *
       01  REG-REP-OFICINA.
           05  OFI-COD-CENTRO              PIC 9(09).
           05  OFI-DES-OFICINA             PIC X(40).
           05  OFI-CANT-OPE                PIC 9(07).
           05  OFI-MTO-BS                  PIC 9(13)V9(02).
           05  OFI-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(16).
      *
      *    SALIDA DE V12C37B (TOTALES POR FORMA DE PAGO)
      *
       FD  ARCH-REP-PAGO
           RECORDING MODE IS F.
      *
       01  REG-REP-PAGO.
           05  PAG-TIP-PAGO                PIC X(01).
           05  PAG-CANT-OPE                PIC 9(07).
           05  PAG-MTO-BS                  PIC 9(13)V9(02).
           05  PAG-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(56).
      *
      *    SALIDA DE V12C35B (ESTADO DE CUENTA DEL CLIENTE)
      *
       FD  ARCH-REP-CUENTA
           RECORDING MODE IS F.
      *
       01  REG-REP-CUENTA.
           05  CTA-TIPO-LINEA              PIC X(01).
               88  CTA-88-LINEA-TOTALES        VALUE 'T'.
               88  CTA-88-LINEA-DETALLE        VALUE 'D'.
           05  CTA-NUM-DOC-PERSONA         PIC X(15).
           05  CTA-DATOS.
               10  CTA-TOT-COMPRA-DL       PIC S9(13)V9(02).
               10  CTA-TOT-COMPRA-BS       PIC S9(13)V9(02).
               10  CTA-TOT-VENTA-DL        PIC S9(13)V9(02).
               10  CTA-TOT-VENTA-BS        PIC S9(13)V9(02).
               10  CTA-TOT-OPERACIONES     PIC 9(07).
               10  CTA-TOT-COMISION        PIC S9(13)V9(02).
               10  FILLER                  PIC X(08).
           05  FILLER REDEFINES CTA-DATOS.
               10  CTA-FEC-OPE             PIC 9(08).
               10  CTA-COD-OPE-BANCO       PIC X(04).
               10  CTA-NUM-REF             PIC 9(10).
               10  CTA-COD-CPT-CMP-VTA     PIC 9(03).
               10  CTA-TIPO-OPE            PIC X(01).
               10  CTA-MTO-DIVISA          PIC S9(13)V9(02).
               10  CTA-MTO-BOLIVAR         PIC S9(13)V9(02).
               10  CTA-MTO-COMISION        PIC S9(13)V9(02).
               10  CTA-COD-ENT-BANCO       PIC X(04).
               10  FILLER                  PIC X(01).
      *
      *    SALIDA DE V12C90B (LINEAS IMPRESAS DE 132)
      *
       FD  ARCH-REP-BANDA
           RECORDING MODE IS F.
      *
       01  REG-REP-BANDA.
           05  BAN-PARTE-1                 PIC X(80).
           05  BAN-PARTE-2                 PIC X(52).
      * AD01-I : BARRIDO RETROACTIVO A PEDIDO (V12C87B)
      *
      *    SALIDA DE V12C87B (COINCIDENCIAS RETROACTIVAS)
      *
       FD  ARCH-REP-RETRO
           RECORDING MODE IS F.
      *
       01  REG-REP-RETRO.
           05  RET-NUM-REF                 PIC 9(10).
           05  FILLER                      PIC X(02).
           05  RET-FEC-OPE                 PIC X(08).
           05  FILLER                      PIC X(02).
           05  RET-SEC-ENTRADA             PIC 9(09).
           05  FILLER                      PIC X(02).
           05  RET-COD-FUENTE              PIC X(04).
           05  FILLER                      PIC X(02).
           05  RET-TIPO-COTEJO             PIC X(08).
           05  FILLER                      PIC X(02).
           05  RET-ORIGEN                  PIC X(07).
           05  FILLER                      PIC X(02).
           05  RET-DATO-OPERACION          PIC X(40).
           05  FILLER                      PIC X(40).
      * AD01-F
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
           05  WS-HOR-HOY                  PIC X(06)   VALUE SPACES.
           05  WS-R                        PIC 9(02)   VALUE ZEROES.
           05  WS-NUM-SOLICITUD            PIC 9(09)   VALUE ZEROES.
           05  WS-ESTADO-FINAL             PIC X(01)   VALUE SPACES.
           05  WS-LINEA                    PIC X(80)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-ARCHIVO              PIC X(01)   VALUE 'N'.
               88  FIN-ARCHIVO                         VALUE 'S'.
               88  NO-FIN-ARCHIVO                      VALUE 'N'.
           05  SW-REPORTE                  PIC X(01)   VALUE 'N'.
               88  REPORTE-EN-CATALOGO                 VALUE 'S'.
               88  REPORTE-FUERA-CATALOGO              VALUE 'N'.
           05  SW-TRUNCADO                 PIC X(01)   VALUE 'N'.
               88  SALIDA-TRUNCADA                     VALUE 'S'.
               88  SALIDA-COMPLETA                     VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C76B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-REP-OFICINA              PIC X(08)   VALUE 'V12C27B'.
           05  CT-REP-PAGO                 PIC X(08)   VALUE 'V12C37B'.
           05  CT-REP-CUENTA               PIC X(08)   VALUE 'V12C35B'.
           05  CT-REP-BANDA                PIC X(08)   VALUE 'V12C90B'.
      * AD01-I : BARRIDO RETROACTIVO A PEDIDO (V12C87B)
           05  CT-REP-RETRO                PIC X(08)   VALUE 'V12C87B'.
      * AD01-F
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-EST-SOMETIDA             PIC X(01)   VALUE 'S'.
           05  CT-EST-TERMINADA            PIC X(01)   VALUE 'T'.
           05  CT-EST-ERROR                PIC X(01)   VALUE 'E'.
           05  CT-MAX-LINEAS               PIC 9(05)   VALUE 99999.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-LEIDOS                   PIC 9(07)   VALUE ZEROES.
           05  CN-LINEAS                   PIC 9(05)   VALUE ZEROES.
           05  CN-DESCARTADAS              PIC 9(07)   VALUE ZEROES.
      ******************************************************************
      *              LINEAS DEL JUEGO DE RESULTADOS (80)               *
      ******************************************************************
      *    TOTALES POR OFICINA
      *
       01  LIN-TIT-OFICINA.
           05  FILLER                      PIC X(10)   VALUE 'OFICINA'.
           05  FILLER                      PIC X(31)
               VALUE 'DESCRIPCION'.
           05  FILLER                      PIC X(08)   VALUE 'OPERAC.'.
           05  FILLER                      PIC X(21)
               VALUE '     MONTO BOLIVARES'.
           05  FILLER                      PIC X(10)   VALUE 'ENT.'.
      *
       01  LIN-OFICINA.
           05  LOF-COD-CENTRO              PIC Z(08)9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LOF-DES-OFICINA             PIC X(30).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LOF-CANT-OPE                PIC Z(06)9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LOF-MTO-BS                  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LOF-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(06)   VALUE SPACES.
      *
      *    TOTALES POR FORMA DE PAGO
      *
       01  LIN-TIT-PAGO.
           05  FILLER                      PIC X(10)   VALUE 'PAGO'.
           05  FILLER                      PIC X(08)   VALUE 'OPERAC.'.
           05  FILLER                      PIC X(21)
               VALUE '     MONTO BOLIVARES'.
           05  FILLER                      PIC X(41)   VALUE 'ENT.'.
      *
       01  LIN-PAGO.
           05  LPA-TIP-PAGO                PIC X(01).
           05  FILLER                      PIC X(09)   VALUE SPACES.
           05  LPA-CANT-OPE                PIC Z(06)9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LPA-MTO-BS                  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LPA-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(37)   VALUE SPACES.
      *
      *    ESTADO DE CUENTA: DETALLE Y TOTALES DEL CLIENTE
      *
       01  LIN-TIT-CUENTA.
           05  FILLER                      PIC X(27)
               VALUE 'FECHA    OPE  REFERENCIA T'.
           05  FILLER                      PIC X(18)
               VALUE '          DIVISAS'.
           05  FILLER                      PIC X(18)
               VALUE '        BOLIVARES'.
           05  FILLER                      PIC X(17)
               VALUE '         COMISION'.
      *
       01  LIN-CUENTA.
           05  LCU-FEC-OPE                 PIC 9(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LCU-COD-OPE-BANCO           PIC X(04).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LCU-NUM-REF                 PIC 9(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LCU-TIPO-OPE                PIC X(01).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LCU-MTO-DIVISA              PIC -(13)9,99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LCU-MTO-BOLIVAR             PIC -(13)9,99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LCU-MTO-COMISION            PIC -(13)9,99.
      *
       01  LIN-CTA-TOTALES.
           05  FILLER                      PIC X(20)
               VALUE 'TOTALES DEL CLIENTE '.
           05  LCT-NUM-DOC-PERSONA         PIC X(15).
           05  FILLER                      PIC X(15)
               VALUE '  OPERACIONES: '.
           05  LCT-TOT-OPERACIONES         PIC Z(06)9.
           05  FILLER                      PIC X(23)   VALUE SPACES.
      *
       01  LIN-CTA-MONTOS.
           05  LCM-CONCEPTO                PIC X(18).
           05  FILLER                      PIC X(09) VALUE 'DIVISAS: '.
           05  LCM-MTO-DL                  PIC -(13)9,99.
           05  FILLER                      PIC X(13)
               VALUE '  BOLIVARES: '.
           05  LCM-MTO-BS                  PIC -(13)9,99.
           05  FILLER                      PIC X(06)   VALUE SPACES.
      *
       01  LIN-CTA-COMISION.
           05  FILLER                      PIC X(27)
               VALUE 'COMISIONES COBRADAS'.
           05  FILLER                      PIC X(17)   VALUE SPACES.
           05  FILLER                      PIC X(13)
               VALUE '  BOLIVARES: '.
           05  LCC-MTO-BS                  PIC -(13)9,99.
           05  FILLER                      PIC X(06)   VALUE SPACES.
      *
      * AD01-I : BARRIDO RETROACTIVO A PEDIDO (V12C87B)
      *
      *    COINCIDENCIAS RETROACTIVAS CONTRA LA LISTA DE VIGILANCIA
      *
       01  LIN-RETRO.
           05  LRE-NUM-REF                 PIC 9(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LRE-FEC-OPE                 PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LRE-SEC-ENTRADA             PIC Z(08)9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LRE-COD-FUENTE              PIC X(04).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LRE-TIPO-COTEJO             PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LRE-ORIGEN                  PIC X(07).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LRE-DATO-OPERACION          PIC X(28).
      * AD01-F
      *
      *    REPORTE SIN REGISTROS
      *
       01  LIN-SIN-DATOS.
           05  FILLER                      PIC X(50)
               VALUE 'SIN DATOS PARA LOS PARAMETROS DE LA SOLICITUD'.
           05  FILLER                      PIC X(30)   VALUE SPACES.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      *  CATALOGO DE REPORTES A PEDIDO Y TARJETAS DEL TRABAJO
           COPY V1EC075.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT153
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT047
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT048
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
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HOR-HOY
      *
           MOVE ZEROES                     TO CN-LEIDOS
                                              CN-LINEAS
                                              CN-DESCARTADAS
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HOY                 TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           OPEN INPUT ARCH-CONTROL
      *
           READ ARCH-CONTROL
               AT END
                   DISPLAY 'V13C76B - FALTA LA TARJETA PARMCAR'
                   MOVE 16                 TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           MOVE REG-CONTROL                TO TRJ-CONTROL-CARGA
      *
           CLOSE ARCH-CONTROL
      *
           IF  CTL-NUM-SOLICITUD NOT NUMERIC
            OR NOT (CTL-88-TERMINADO OR CTL-88-FALLIDO)
               DISPLAY 'V13C76B - TARJETA PARMCAR INVALIDA: '
                       TRJ-CONTROL-CARGA(1:10)
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE CTL-NUM-SOLICITUD          TO WS-NUM-SOLICITUD
                                              NUM-SOLICITUD-RPT
      *
           EXEC SQL
               SELECT COD_USUARIO,
                      COD_REPORTE,
                      EST_SOLICITUD
               INTO  :COD-USUARIO-RPT,
                     :COD-REPORTE-RPT,
                     :EST-SOLICITUD-RPT
               FROM V1DT153
               WHERE NUM_SOLICITUD = :NUM-SOLICITUD-RPT
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   DISPLAY 'V13C76B - SOLICITUD ' WS-NUM-SOLICITUD
                           ' NO EXISTE'
                   MOVE 16                 TO RETURN-CODE
                   STOP RUN

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           SET REPORTE-FUERA-CATALOGO      TO TRUE
      *
           PERFORM 1100-BUSCAR-REPORTE
              THRU 1100-BUSCAR-REPORTE-EXIT
             VARYING WS-R FROM 1 BY 1
             UNTIL WS-R GREATER CAT-CANT-REPORTES
                OR REPORTE-EN-CATALOGO
      *
           IF  REPORTE-FUERA-CATALOGO
               DISPLAY 'V13C76B - SOLICITUD ' WS-NUM-SOLICITUD
                       ' REPORTE FUERA DE CATALOGO: ' COD-REPORTE-RPT
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
      *    EL BUSCADOR AVANZA UNA POSICION DE MAS AL ENCONTRAR
      *
           SUBTRACT 1                      FROM WS-R
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                    1100-BUSCAR-REPORTE                         *
      ******************************************************************
       1100-BUSCAR-REPORTE.
      *
           IF  CAT-PROGRAMA(WS-R) EQUAL COD-REPORTE-RPT
               SET REPORTE-EN-CATALOGO     TO TRUE
           END-IF
      *
           .
       1100-BUSCAR-REPORTE-EXIT.
           EXIT.
      ******************************************************************
      *                        2000-PROCESO                            *
      ******************************************************************
       2000-PROCESO.
      *
           IF  EST-SOLICITUD-RPT NOT EQUAL CT-EST-PENDIENTE
           AND EST-SOLICITUD-RPT NOT EQUAL CT-EST-SOMETIDA
               DISPLAY 'V13C76B - SOLICITUD ' WS-NUM-SOLICITUD
                       ' YA CERRADA CON ESTADO ' EST-SOLICITUD-RPT
               MOVE 4                      TO RETURN-CODE
               GO TO 2000-PROCESO-EXIT
           END-IF
      *
           IF  CTL-88-FALLIDO
               DISPLAY 'V13C76B - SOLICITUD ' WS-NUM-SOLICITUD
                       ' EL REPORTE ' COD-REPORTE-RPT
                       ' TERMINO CON ERROR'
               MOVE CT-EST-ERROR           TO WS-ESTADO-FINAL
               MOVE ZEROES                 TO ID-BUSQUEDA-RPT
               PERFORM 2900-CERRAR-SOLICITUD
                  THRU 2900-CERRAR-SOLICITUD-EXIT
               GO TO 2000-PROCESO-EXIT
           END-IF
      *
           PERFORM 2100-CREAR-JUEGO
              THRU 2100-CREAR-JUEGO-EXIT
      *
           SET NO-FIN-ARCHIVO              TO TRUE
      *
           EVALUATE COD-REPORTE-RPT
               WHEN CT-REP-OFICINA
                   PERFORM 3000-CARGAR-OFICINA
                      THRU 3000-CARGAR-OFICINA-EXIT

               WHEN CT-REP-PAGO
                   PERFORM 3100-CARGAR-PAGO
                      THRU 3100-CARGAR-PAGO-EXIT

               WHEN CT-REP-CUENTA
                   PERFORM 3200-CARGAR-CUENTA
                      THRU 3200-CARGAR-CUENTA-EXIT

               WHEN CT-REP-BANDA
                   PERFORM 3300-CARGAR-BANDA
                      THRU 3300-CARGAR-BANDA-EXIT

      * AD01-I : BARRIDO RETROACTIVO A PEDIDO (V12C87B)
               WHEN CT-REP-RETRO
                   PERFORM 3400-CARGAR-RETRO
                      THRU 3400-CARGAR-RETRO-EXIT
      * AD01-F
           END-EVALUATE
      *
           IF  CN-LEIDOS EQUAL ZEROES
               MOVE LIN-SIN-DATOS          TO WS-LINEA
               PERFORM 3900-GRABAR-LINEA
                  THRU 3900-GRABAR-LINEA-EXIT
           END-IF
      *
           PERFORM 2200-CERRAR-JUEGO
              THRU 2200-CERRAR-JUEGO-EXIT
      *
           MOVE CT-EST-TERMINADA           TO WS-ESTADO-FINAL
           MOVE ID-BUSQUEDA OF DCLV1DT047  TO ID-BUSQUEDA-RPT
           PERFORM 2900-CERRAR-SOLICITUD
              THRU 2900-CERRAR-SOLICITUD-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *                      2100-CREAR-JUEGO                          *
      *  CABECERA DEL JUEGO DE RESULTADOS A NOMBRE DEL SOLICITANTE,    *
      *  IGUAL QUE LA FUNCION CREAR DE V19C047                         *
      ******************************************************************
       2100-CREAR-JUEGO.
      *
           EXEC SQL
               SELECT VALUE(MAX(ID_BUSQUEDA), 0) + 1
               INTO  :ID-BUSQUEDA OF DCLV1DT047
               FROM V1DT047
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE COD-USUARIO-RPT       TO COD-USUARIO OF DCLV1DT047
           MOVE SPACES                     TO DESC-BUSQUEDA
           STRING 'SOL '                   DELIMITED BY SIZE
                  WS-NUM-SOLICITUD         DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  CAT-DESCRIPCION(WS-R)    DELIMITED BY SIZE
                  INTO DESC-BUSQUEDA
           END-STRING
           MOVE WS-FEC-HOY                 TO FEC-CREACION
           MOVE WS-HOR-HOY                 TO HOR-CREACION
           MOVE ZEROES                     TO CANT-LINEAS
      *
           EXEC SQL
               INSERT INTO V1DT047
                   (COD_USUARIO,
                    ID_BUSQUEDA,
                    DESC_BUSQUEDA,
                    FEC_CREACION,
                    HOR_CREACION,
                    CANT_LINEAS)
               VALUES
                   (:DCLV1DT047.COD-USUARIO,
                    :DCLV1DT047.ID-BUSQUEDA,
                    :DESC-BUSQUEDA,
                    :FEC-CREACION,
                    :HOR-CREACION,
                    :CANT-LINEAS)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE ID-BUSQUEDA OF DCLV1DT047  TO ID-BUSQUEDA OF DCLV1DT048
      *
           .
       2100-CREAR-JUEGO-EXIT.
           EXIT.
      ******************************************************************
      *                      2200-CERRAR-JUEGO                         *
      *  LA CANTIDAD DE LINEAS SE FIJA UNA SOLA VEZ AL FINAL           *
      ******************************************************************
       2200-CERRAR-JUEGO.
      *
           MOVE CN-LINEAS                  TO CANT-LINEAS
      *
           EXEC SQL
               UPDATE V1DT047
                  SET CANT_LINEAS = :CANT-LINEAS
                WHERE ID_BUSQUEDA = :DCLV1DT047.ID-BUSQUEDA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2200-CERRAR-JUEGO-EXIT.
           EXIT.
      ******************************************************************
      *                    2900-CERRAR-SOLICITUD                       *
      ******************************************************************
       2900-CERRAR-SOLICITUD.
      *
           EXEC SQL
               UPDATE V1DT153
                  SET EST_SOLICITUD = :WS-ESTADO-FINAL,
                      ID_BUSQUEDA   = :ID-BUSQUEDA-RPT,
                      FEC_FIN       = :WS-FEC-HOY,
                      HOR_FIN       = :WS-HOR-HOY
                WHERE NUM_SOLICITUD = :NUM-SOLICITUD-RPT
                  AND EST_SOLICITUD IN (:CT-EST-PENDIENTE,
                                        :CT-EST-SOMETIDA)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2900-CERRAR-SOLICITUD-EXIT.
           EXIT.
      ******************************************************************
      *                    3000-CARGAR-OFICINA                         *
      ******************************************************************
       3000-CARGAR-OFICINA.
      *
           OPEN INPUT ARCH-REP-OFICINA
      *
           MOVE LIN-TIT-OFICINA            TO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT
      *
           PERFORM LEER-OFICINA
             UNTIL FIN-ARCHIVO
      *
           CLOSE ARCH-REP-OFICINA
      *
           .
       3000-CARGAR-OFICINA-EXIT.
           EXIT.
      ******************************************************************
      * LEER-OFICINA
      ******************************************************************
       LEER-OFICINA.
      *
           READ ARCH-REP-OFICINA
               AT END
                   SET FIN-ARCHIVO         TO TRUE
               NOT AT END
                   ADD 1                   TO CN-LEIDOS
                   MOVE OFI-COD-CENTRO     TO LOF-COD-CENTRO
                   MOVE OFI-DES-OFICINA    TO LOF-DES-OFICINA
                   MOVE OFI-CANT-OPE       TO LOF-CANT-OPE
                   MOVE OFI-MTO-BS         TO LOF-MTO-BS
                   MOVE OFI-COD-ENT-BANCO  TO LOF-COD-ENT-BANCO
                   MOVE LIN-OFICINA        TO WS-LINEA
                   PERFORM 3900-GRABAR-LINEA
                      THRU 3900-GRABAR-LINEA-EXIT
           END-READ
      *
           .
      ******************************************************************
      *                      3100-CARGAR-PAGO                          *
      ******************************************************************
       3100-CARGAR-PAGO.
      *
           OPEN INPUT ARCH-REP-PAGO
      *
           MOVE LIN-TIT-PAGO               TO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT
      *
           PERFORM LEER-PAGO
             UNTIL FIN-ARCHIVO
      *
           CLOSE ARCH-REP-PAGO
      *
           .
       3100-CARGAR-PAGO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-PAGO
      ******************************************************************
       LEER-PAGO.
      *
           READ ARCH-REP-PAGO
               AT END
                   SET FIN-ARCHIVO         TO TRUE
               NOT AT END
                   ADD 1                   TO CN-LEIDOS
                   MOVE PAG-TIP-PAGO       TO LPA-TIP-PAGO
                   MOVE PAG-CANT-OPE       TO LPA-CANT-OPE
                   MOVE PAG-MTO-BS         TO LPA-MTO-BS
                   MOVE PAG-COD-ENT-BANCO  TO LPA-COD-ENT-BANCO
                   MOVE LIN-PAGO           TO WS-LINEA
                   PERFORM 3900-GRABAR-LINEA
                      THRU 3900-GRABAR-LINEA-EXIT
           END-READ
      *
           .
      ******************************************************************
      *                     3200-CARGAR-CUENTA                         *
      ******************************************************************
       3200-CARGAR-CUENTA.
      *
           OPEN INPUT ARCH-REP-CUENTA
      *
           MOVE LIN-TIT-CUENTA             TO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT
      *
           PERFORM LEER-CUENTA
             UNTIL FIN-ARCHIVO
      *
           CLOSE ARCH-REP-CUENTA
      *
           .
       3200-CARGAR-CUENTA-EXIT.
           EXIT.
      ******************************************************************
      * LEER-CUENTA
      ******************************************************************
       LEER-CUENTA.
      *
           READ ARCH-REP-CUENTA
               AT END
                   SET FIN-ARCHIVO         TO TRUE
               NOT AT END
                   ADD 1                   TO CN-LEIDOS
                   PERFORM 3210-FORMATEAR-CUENTA
                      THRU 3210-FORMATEAR-CUENTA-EXIT
           END-READ
      *
           .
      ******************************************************************
      *                   3210-FORMATEAR-CUENTA                        *
      *  UNA LINEA POR OPERACION; LOS TOTALES DEL CLIENTE OCUPAN       *
      *  CUATRO LINEAS                                                 *
      ******************************************************************
       3210-FORMATEAR-CUENTA.
      *
           IF  CTA-88-LINEA-DETALLE
               MOVE CTA-FEC-OPE            TO LCU-FEC-OPE
               MOVE CTA-COD-OPE-BANCO      TO LCU-COD-OPE-BANCO
               MOVE CTA-NUM-REF            TO LCU-NUM-REF
               MOVE CTA-TIPO-OPE           TO LCU-TIPO-OPE
               MOVE CTA-MTO-DIVISA         TO LCU-MTO-DIVISA
               MOVE CTA-MTO-BOLIVAR        TO LCU-MTO-BOLIVAR
               MOVE CTA-MTO-COMISION       TO LCU-MTO-COMISION
               MOVE LIN-CUENTA             TO WS-LINEA
               PERFORM 3900-GRABAR-LINEA
                  THRU 3900-GRABAR-LINEA-EXIT
               GO TO 3210-FORMATEAR-CUENTA-EXIT
           END-IF
      *
           IF  NOT CTA-88-LINEA-TOTALES
               ADD 1                       TO CN-DESCARTADAS
               GO TO 3210-FORMATEAR-CUENTA-EXIT
           END-IF
      *
           MOVE CTA-NUM-DOC-PERSONA        TO LCT-NUM-DOC-PERSONA
           MOVE CTA-TOT-OPERACIONES        TO LCT-TOT-OPERACIONES
           MOVE LIN-CTA-TOTALES            TO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT
      *
           MOVE 'COMPRAS'                  TO LCM-CONCEPTO
           MOVE CTA-TOT-COMPRA-DL          TO LCM-MTO-DL
           MOVE CTA-TOT-COMPRA-BS          TO LCM-MTO-BS
           MOVE LIN-CTA-MONTOS             TO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT
      *
           MOVE 'VENTAS'                   TO LCM-CONCEPTO
           MOVE CTA-TOT-VENTA-DL           TO LCM-MTO-DL
           MOVE CTA-TOT-VENTA-BS           TO LCM-MTO-BS
           MOVE LIN-CTA-MONTOS             TO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT
      *
           MOVE CTA-TOT-COMISION           TO LCC-MTO-BS
           MOVE LIN-CTA-COMISION           TO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT
      *
           .
       3210-FORMATEAR-CUENTA-EXIT.
           EXIT.
      ******************************************************************
      *                      3300-CARGAR-BANDA                         *
      *  LA LINEA IMPRESA DE 132 SE PARTE EN DOS LINEAS DE 80 CUANDO   *
      *  TRAE DATOS MAS ALLA DE LA POSICION 80                         *
      ******************************************************************
       3300-CARGAR-BANDA.
      *
           OPEN INPUT ARCH-REP-BANDA
      *
           PERFORM LEER-BANDA
             UNTIL FIN-ARCHIVO
      *
           CLOSE ARCH-REP-BANDA
      *
           .
       3300-CARGAR-BANDA-EXIT.
           EXIT.
      ******************************************************************
      * LEER-BANDA
      ******************************************************************
       LEER-BANDA.
      *
           READ ARCH-REP-BANDA
               AT END
                   SET FIN-ARCHIVO         TO TRUE
               NOT AT END
                   ADD 1                   TO CN-LEIDOS
                   MOVE BAN-PARTE-1        TO WS-LINEA
                   PERFORM 3900-GRABAR-LINEA
                      THRU 3900-GRABAR-LINEA-EXIT
                   IF  BAN-PARTE-2 NOT EQUAL SPACES
                       MOVE SPACES         TO WS-LINEA
                       MOVE BAN-PARTE-2    TO WS-LINEA(29:52)
                       PERFORM 3900-GRABAR-LINEA
                          THRU 3900-GRABAR-LINEA-EXIT
                   END-IF
           END-READ
      *
           .
      * AD01-I : BARRIDO RETROACTIVO A PEDIDO (V12C87B)
      ******************************************************************
      *                      3400-CARGAR-RETRO                         *
      ******************************************************************
       3400-CARGAR-RETRO.
      *
           OPEN INPUT ARCH-REP-RETRO
      *
           PERFORM LEER-RETRO
             UNTIL FIN-ARCHIVO
      *
           CLOSE ARCH-REP-RETRO
      *
           .
       3400-CARGAR-RETRO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-RETRO
      ******************************************************************
       LEER-RETRO.
      *
           READ ARCH-REP-RETRO
               AT END
                   SET FIN-ARCHIVO         TO TRUE
               NOT AT END
                   ADD 1                   TO CN-LEIDOS
                   MOVE RET-NUM-REF        TO LRE-NUM-REF
                   MOVE RET-FEC-OPE        TO LRE-FEC-OPE
                   MOVE RET-SEC-ENTRADA    TO LRE-SEC-ENTRADA
                   MOVE RET-COD-FUENTE     TO LRE-COD-FUENTE
                   MOVE RET-TIPO-COTEJO    TO LRE-TIPO-COTEJO
                   MOVE RET-ORIGEN         TO LRE-ORIGEN
                   MOVE RET-DATO-OPERACION TO LRE-DATO-OPERACION
                   MOVE LIN-RETRO          TO WS-LINEA
                   PERFORM 3900-GRABAR-LINEA
                      THRU 3900-GRABAR-LINEA-EXIT
           END-READ
      *
           .
      * AD01-F
      ******************************************************************
      *                     3900-GRABAR-LINEA                          *
      *  LA LINEA SIGUIENTE DEL JUEGO, HASTA EL TOPE DE LA TABLA       *
      ******************************************************************
       3900-GRABAR-LINEA.
      *
           IF  CN-LINEAS NOT LESS CT-MAX-LINEAS
               SET SALIDA-TRUNCADA         TO TRUE
               GO TO 3900-GRABAR-LINEA-EXIT
           END-IF
      *
           ADD 1                           TO CN-LINEAS
           MOVE CN-LINEAS                  TO NUM-LINEA
           MOVE WS-LINEA                   TO CONTENIDO
      *
           EXEC SQL
               INSERT INTO V1DT048
                   (ID_BUSQUEDA,
                    NUM_LINEA,
                    CONTENIDO)
               VALUES
                   (:DCLV1DT048.ID-BUSQUEDA,
                    :NUM-LINEA,
                    :CONTENIDO)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3900-GRABAR-LINEA-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           DISPLAY 'V13C76B - SOLICITUD:              ' WS-NUM-SOLICITUD
           DISPLAY 'V13C76B - REGISTROS LEIDOS:         ' CN-LEIDOS
           DISPLAY 'V13C76B - LINEAS CARGADAS:          ' CN-LINEAS
           DISPLAY 'V13C76B - REGISTROS DESCARTADOS:    ' CN-DESCARTADAS
      *
           IF  SALIDA-TRUNCADA
               DISPLAY 'V13C76B - SALIDA TRUNCADA AL TOPE DE LINEAS'
               MOVE 4                      TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-LEIDOS                  TO W924-CANT-LEIDOS
           MOVE CN-LINEAS                  TO W924-CANT-GRABADOS
           MOVE 1                          TO W924-CANT-ACTUALIZADOS
           MOVE RETURN-CODE                TO W924-COD-RETORNO
           CALL CT-V19C024 USING V1WC924
      *
           .
       6000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *                       9999-ABEND-DB2                           *
      *  SE TERMINA EL PROCESO CUANDO SE PRODUCE UN ERROR DB2; LA      *
      *  SOLICITUD QUEDA SOMETIDA Y EL PASO PUEDE REPETIRSE            *
      ******************************************************************
       9999-ABEND-DB2.
      *
           DISPLAY 'V13C76B - ERROR DB2 SQLCODE: ' SQLCODE
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
